           indexed
           access dynamic record key numCircuit.

       file section.
       fd f-circuit.
       1 Circuit.
           2 dateDebValidite pic 9(8).
           2 dateFinValidite pic 9(8).

       working-storage section.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move operateurID-parm to ligneAudit(43:10)
           move nomAvant to ligneAudit(54:13)
           move nomSaisi to ligneAudit(68:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program modifCircuit.
