           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed access dynamic record key numchaufN.

       file section.
       fd f-contrat.
       1 Contrat.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

       working-storage section.
       1 statusContrat pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move contratSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move typeSaisi to ligneAudit(54:7)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestContrats.
