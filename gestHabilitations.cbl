           indexed
           access dynamic record key numchaufN.

       file section.
       fd f-habilitation.
       1 Habilitation.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

       working-storage section.
       1 statusHab pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move chauffeurSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move modeleSaisi to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestHabilitations.
