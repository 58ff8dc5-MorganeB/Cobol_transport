           select f-circuit assign 'Circuit.dat' organization
           indexed access dynamic record key numCircuit.

       file section.
       fd f-tarifPlace.
       1 TarifPlace.
           2 dateDebValidite pic 9(8).
           2 dateFinValidite pic 9(8).

       working-storage section.
       1 statusTarifPlace pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'PRIXPLACE' to ligneAudit(25:11)
           move circuitSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestPrixPlaces.
