           record key codePieceGL
           file status is statusCompteGL.

       file section.
       fd f-compteGL.
       1 CompteGL.
           2 compteCreditGL pic x(8).
           2 libelleGL pic x(30).

       working-storage section.
       1 statusCompteGL pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'COMPTEGL' to ligneAudit(25:11)
           move codeSaisi to ligneAudit(38:10)
           move operateurID-parm to ligneAudit(49:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestComptesGL.
