           select f-horaire assign nomHoraire organization line
           sequential.

       file section.
       fd f-arret.
       1 Arret.
       fd f-horaire.
       1 ligneHoraire pic x(80).

       working-storage section.
       1 statusArret pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move circuitSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move nomSaisi to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestArrets.
