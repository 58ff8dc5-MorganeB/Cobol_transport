       alternate record key numAffectL duplicates
       file status is statusLigneFactV.

       file section.
       fd f-affectation.
       1 Affectation.
           2 montantLigneF pic 9(7)v99.
           2 fraisLigneF pic 9(8)v99.
           2 tauxTvaLigneF pic 9(2)v99.
           2 typeLigneF pic x(01).
               88 ligneMADBase value 'B'.
               88 ligneMADAttente value 'A'.
               88 ligneMADKmSup value 'K'.

       working-storage section.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 affectSaisie pic 9(6).
           move affectSaisie to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'passagers reels' to ligneAudit(54:15)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
           move affectSaisie to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move justificationSaisie to ligneAudit(54:27)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program saisiePassagers.
