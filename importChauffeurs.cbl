           select f-rejets assign 'chauffeurs-rejets.txt'
           organization line sequential.

           select f-compteurs assign 'Compteurs.dat' organization
           indexed
           access dynamic record key cleCompteurs
           2 nbChauffeursCpt pic 9(4).
           2 nbBusCpt pic 9(4).

       working-storage section.

       1 statusCompteurs pic xx.

       1 statusCsv pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move operateurID-parm to ligneAudit(43:10)
           move nomChamp to ligneAudit(54:13)
           move 'import csv' to ligneAudit(68:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> valide une date reelle (mois/jour selon le calendrier,
