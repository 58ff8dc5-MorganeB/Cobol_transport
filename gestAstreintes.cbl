           alternate record key dateDebAffectA duplicates
           file status is statusAffect.

       file section.
       fd f-astreinte.
       1 Astreinte.
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       working-storage section.
       1 statusAstreinte pic xx.
       1 statusIndispo pic xx.
       1 statusAffect pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'ASTREINTE' to ligneAudit(25:11)
           move dateSaisie to ligneAudit(37:8)
           move operateurID-parm to ligneAudit(46:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestAstreintes.
