           alternate record key numBusI duplicates
           file status is statusFIncident.

       file section.
       fd f-sinistre.
       1 Sinistre.
           2 coutReparation pic 9(6)v99.
           2 dateClotureIncident pic 9(8).

       working-storage section.
       1 statusSinistre pic xx.
       1 statusFIncident pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'SINISTRE' to ligneAudit(25:11)
           move sinistreSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestSinistres.
