           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed access dynamic record key numchaufN.

       file section.
       fd f-amende.
       1 Amende.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

       working-storage section.
       1 statusAmende pic xx.
       1 statusAffect pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'AMENDE' to ligneAudit(25:11)
           move amendeSaisie to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestAmendes.
