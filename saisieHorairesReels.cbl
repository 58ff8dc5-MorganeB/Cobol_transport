           select f-rejets assign 'horaires-rejets.txt'
           organization line sequential.

       file section.
       fd f-horaire.
       1 HoraireReel.
       fd f-rejets.
       1 ligneRejet pic x(80).

       working-storage section.
       1 statusHoraire pic xx.
       1 statusAffect pic xx.
       1 statusImport pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'HORAIREREEL' to ligneAudit(25:11)
           move affectSaisie to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program saisieHorairesReels.
