       record key numIndispo
       alternate record key numChaufI duplicates.


       file section.
       fd f-indispo.
           2 dateFinIndispo pic 9(8).
           2 motifIndispo pic x(30).

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

       end program supprIndispo.
