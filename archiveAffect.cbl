           select f-rapport assign 'archivage.txt' organization line
           sequential.

       file section.
       fd f-affectation.
       1 Affectation.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusArchive pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move operateurID-parm to ligneAudit(43:10)
           move 'archivage' to ligneAudit(54:9)
           move nbArchivees to ligneAudit(64:5)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program archiveAffect.
