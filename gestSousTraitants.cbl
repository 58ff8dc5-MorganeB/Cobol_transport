           alternate record key numSousTraitantT duplicates
           file status is statusTarifST.

       file section.
       fd f-sousTraitant.
       1 SousTraitant.
           2 dateDebTarifST pic 9(8).
           2 dateFinTarifST pic 9(8).

       working-storage section.
       1 statusST pic xx.
       1 statusTarifST pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move operateurID-parm to ligneAudit(43:10)
           move 'ST' to ligneAudit(54:2)
           move numSousTraitantT to ligneAudit(57:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> enregistre l'operation dans le journal d'audit
           move stSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move nomSousTraitant to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestSousTraitants.
