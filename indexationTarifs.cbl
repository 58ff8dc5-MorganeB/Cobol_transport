           select f-rapport assign 'indexation.txt' organization
           line sequential.

       file section.
       fd f-tarif.
       1 Tarif.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusTarif pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move operateurID-parm to ligneAudit(43:10)
           move 'indexation' to ligneAudit(54:10)
           move dateEffetSaisie to ligneAudit(65:8)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program indexationTarifs.
