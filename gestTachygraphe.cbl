           indexed
           access dynamic record key numero.

       file section.
       fd f-tachy.
       1 Tachygraphe.
           2 prixAchat pic 9(8)v99.
           2 dureeAmortAns pic 9(2).

       working-storage section.
       1 statusTachy pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move typeSaisi to ligneAudit(38:1)
           move numeroSaisi to ligneAudit(39:4)
           move operateurID-parm to ligneAudit(44:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestTachygraphe.
