           access dynamic record key numDepot
           file status is statusDepot.

           select f-compteurs assign 'Compteurs.dat' organization
           indexed
           access dynamic record key cleCompteurs
           2 numDepot pic 9(2).
           2 nomDepot pic x(30).
           2 villeDepot pic x(20).
           2 numSocieteDep pic 9(2).

       fd f-compteurs.
       1 Compteurs.
           2 nbChauffeursCpt pic 9(4).
           2 nbBusCpt pic 9(4).

       working-storage section.

       1 statusCompteurs pic xx.
       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move operateurID-parm to ligneAudit(43:10)
           move marqueAvant to ligneAudit(54:13)
           move marqueSaisi to ligneAudit(68:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> le depot saisi, s'il est renseigne, doit exister au
