           alternate record key dateDebAffectA duplicates
           file status is statusAffect.

       file section.
       fd f-indispoBus.
       1 IndispoBus.
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       working-storage section.
       1 statusIndispoB pic xx.
       1 statusAffect pic xx.

       1 pic x value 'n'.
       88 finVerifAffect value 'o' false 'n'.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           move Numaffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'immobilisation bus' to ligneAudit(54:18)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> valide une date reelle (mois/jour selon le calendrier,
           move 'INDISPOBUS' to ligneAudit(25:11)
           move indispoSaisie to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
