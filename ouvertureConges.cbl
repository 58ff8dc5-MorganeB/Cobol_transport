           alternate record key numChaufI duplicates
           file status is statusIndispo.

       file section.
       fd f-solde.
       1 SoldeConge.
           2 dateFinIndispo pic 9(8).
           2 motifIndispo pic x(30).

       working-storage section.
       1 statusSolde pic xx.
       1 statusIndispo pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move operateurID-parm to ligneAudit(43:10)
           move 'ouverture' to ligneAudit(54:9)
           move anneeSaisie to ligneAudit(64:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program ouvertureConges.
