           access dynamic record key numchaufN
           file status is statusMaj.

           select f-compteurs assign 'Compteurs.dat' organization
           indexed
           access dynamic record key cleCompteurs
           2 nbChauffeursCpt pic 9(4).
           2 nbBusCpt pic 9(4).

       working-storage section.

       1 statusCompteurs pic xx.
       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 pic x value 'n'.
           move newNum to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move nomSaisi to ligneAudit(68:13)
           call 'ecrireAudit' using ligneAudit end-call
       .


