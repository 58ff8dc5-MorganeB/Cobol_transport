       access dynamic record key cleConge
       file status is statusSolde.


       file section.
       fd f-indispo.
           2 droitConge pic 9(3).
           2 reportConge pic 9(3).

       working-storage section.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 newIndispo pic 9(4) value 0.
           move Numaffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'conflit indispo' to ligneAudit(54:15)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> enregistre l'ajout dans le journal d'audit
           move 'INDISPO' to ligneAudit(25:11)
           move newIndispo to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> valide une date reelle (mois/jour selon le calendrier,
