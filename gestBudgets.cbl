           record key moisBudget
           file status is statusBudget.

       file section.
       fd f-budget.
       1 Budget.
           2 kmBudget pic 9(7).
           2 revenuBudget pic 9(9)v99.

       working-storage section.
       1 statusBudget pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move 'BUDGET' to ligneAudit(25:11)
           move moisSaisi to ligneAudit(37:6)
           move operateurID-parm to ligneAudit(44:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestBudgets.
