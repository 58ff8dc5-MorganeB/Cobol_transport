           alternate record key dateDebAffectA duplicates
           file status is statusAffect.

       file section.
       fd f-reclamation.
       1 Reclamation.
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       working-storage section.
       1 statusRec pic xx.
       1 statusAffect pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'RECLAMATION' to ligneAudit(25:11)
           move recSaisie to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestReclamations.
