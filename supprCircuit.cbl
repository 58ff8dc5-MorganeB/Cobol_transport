           alternate record key NumCircuitA duplicates
           alternate record key dateDebAffectA duplicates.

       file section.
       fd f-circuit.
       1 Circuit.
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       working-storage section.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move numSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move nomCircuit to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program supprCircuit.
