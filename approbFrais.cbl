           alternate record key numAffectF duplicates
           file status is statusFrais.

       file section.
       fd f-frais.
       1 Frais.
               88 fraisRejete value 'R'.
           2 motifRejetFrais pic x(30).

       working-storage section.
       1 statusFrais pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
               move 'rejet' to ligneAudit(54:5)
               move motifRejetFrais to ligneAudit(60:20)
           end-if
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program approbFrais.
