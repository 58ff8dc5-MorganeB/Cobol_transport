           record key codeParam
           file status is statusParam.

       file section.
       fd f-parametre.
       1 Parametre.
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       working-storage section.
       1 statusParam pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'PARAMETRE' to ligneAudit(25:11)
           move codeSaisi to ligneAudit(38:10)
           move operateurID-parm to ligneAudit(49:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestParametres.
