           select f-rapport assign 'documentsBus.txt' organization
           line sequential.

       file section.
       fd f-document.
       1 DocumentBus.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusDocument pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move busSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move typeSaisi to ligneAudit(54:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestDocumentsBus.
