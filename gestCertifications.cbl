           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed access dynamic record key numchaufN.

       file section.
       fd f-certification.
       1 Certification.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

       working-storage section.
       1 statusCertif pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move certifSaisie to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move typeSaisi to ligneAudit(54:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestCertifications.
