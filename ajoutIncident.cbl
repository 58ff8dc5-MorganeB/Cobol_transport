           alternate record key NumCircuitA duplicates
           alternate record key dateDebAffectA duplicates.


       file section.
       fd f-incident.
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       working-storage section.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 newIncident pic 9(4) value 0.
           move 'INCIDENT' to ligneAudit(25:11)
           move newIncident to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> valide une date reelle (mois/jour selon le calendrier,
