           alternate record key numBusI duplicates
           file status is statusFIncident.

       file section.
       fd f-checklist.
       1 Checklist.
           2 coutReparation pic 9(6)v99.
           2 dateClotureIncident pic 9(8).

       working-storage section.
       1 statusCheck pic xx.
       1 statusFIncident pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move busSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move dateSaisie to ligneAudit(54:8)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program saisieChecklist.
