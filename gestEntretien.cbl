           indexed
           access dynamic record key numero.

       file section.
       fd f-plan.
       1 PlanEntretien.
           2 prixAchat pic 9(8)v99.
           2 dureeAmortAns pic 9(2).

       working-storage section.
       1 statusPlan pic xx.
       1 statusFait pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'ENTRETIEN' to ligneAudit(25:11)
           move operateurID-parm to ligneAudit(38:10)
           move operationSaisie to ligneAudit(49:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestEntretien.
