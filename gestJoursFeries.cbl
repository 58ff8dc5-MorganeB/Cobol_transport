           access dynamic record key dateFerie
           file status is statusFeries.

       file section.
       fd f-feries.
       1 JourFerie.
           2 dateFerie pic 9(8).
           2 libelleFerie pic x(30).

       working-storage section.
       1 statusFeries pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'JOURFERIE' to ligneAudit(25:11)
           move operateurID-parm to ligneAudit(43:10)
           move dateSaisie to ligneAudit(54:8)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestJoursFeries.
