       select f-chaufNouv assign 'ChaufNouv.dat' organization
       indexed access dynamic record key numchaufN.


       file section.
       fd f-indispo.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

       working-storage section.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move 'INDISPO' to ligneAudit(25:11)
           move numSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> valide une date reelle (mois/jour selon le calendrier,
