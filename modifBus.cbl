           access dynamic record key numero
           file status is statusMaj.

       file section.
       fd f-bus.
       1 bus.
           2 prixAchat pic 9(8)v99.
           2 dureeAmortAns pic 9(2).

       working-storage section.
       *> exploitation multi-postes : controle d'ouverture du fichier
       *> de mise a jour, avec ecran d'attente et nouvel essai
       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
           move operateurID-parm to ligneAudit(43:10)
           move marqueAvant to ligneAudit(54:13)
           move marqueSaisi to ligneAudit(68:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> valide une date reelle (mois/jour selon le calendrier,
