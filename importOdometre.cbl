           select f-rejets assign 'releves-rejets.txt' organization
           line sequential.

       file section.
       fd f-releves.
       1 ligneReleve.
       fd f-rejets.
       1 ligneRejet pic x(80).

       working-storage section.
       1 statusReleves pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move numBusReleve to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move 'releve odometre' to ligneAudit(54:15)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> valide une date reelle (mois/jour selon le calendrier,
