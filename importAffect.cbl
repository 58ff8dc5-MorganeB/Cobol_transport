           select f-rejets assign 'importAffect-rejets.txt'
           organization line sequential.

       select f-controle assign 'Controle.dat' organization
       indexed
       access dynamic record key cleControle
           2 cleControle pic 9(1).
           2 dernierNumAffect pic 9(6).

       working-storage section.

       1 statusControle pic xx.
       1 statusImport pic xx.
       1 statusIndispo pic xx.
       1 statusIndispoB pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move newAffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'import partenaire' to ligneAudit(54:17)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> valide une date reelle (mois/jour selon le calendrier,
