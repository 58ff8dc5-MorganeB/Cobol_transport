           alternate record key numChaufI duplicates
           file status is statusIndispo.

           select f-compteurs assign 'Compteurs.dat' organization
           indexed
           access dynamic record key cleCompteurs
           2 nbChauffeursCpt pic 9(4).
           2 nbBusCpt pic 9(4).

       working-storage section.

       1 statusCompteurs pic xx.

       1 statusIndispo pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move 'fusion de' to ligneAudit(54:9)
           move matriculePerdant to ligneAudit(64:4)
           move nbAffectReprises to ligneAudit(69:4)
           call 'ecrireAudit' using ligneAudit end-call

           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move operateurID-parm to ligneAudit(43:10)
           move 'doublon de' to ligneAudit(54:10)
           move matriculeSurvivant to ligneAudit(65:4)
           call 'ecrireAudit' using ligneAudit end-call
       .


