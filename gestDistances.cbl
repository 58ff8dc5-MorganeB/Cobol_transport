           record key cleDistance
           file status is statusDistance.

       file section.
       fd f-distance.
       1 DistanceVille.
               3 villeArrD pic x(20).
           2 kmDistance pic 9(5).

       working-storage section.
       1 statusDistance pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'DISTANCE' to ligneAudit(25:11)
           move operateurID-parm to ligneAudit(38:10)
           move arriveeSaisie to ligneAudit(49:20)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestDistances.
