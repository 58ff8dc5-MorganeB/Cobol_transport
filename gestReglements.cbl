           alternate record key numFactureR duplicates
           file status is statusReglement.

       file section.
       fd f-facture.
       1 Facture.
           2 typeF pic x(01).
               88 estFacture value 'F'.
               88 estAvoir value 'A'.
               88 estAcompte value 'D'.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

           2 modeReglement pic x(10).
           2 refReglement pic x(20).

       working-storage section.
       1 statusFacture pic xx.
       1 statusReglement pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
                           display a-plg-res
                           perform mod-journaliserFactureMaj
                           perform mod-ecrireAudit
                           if estAcompte and factureReglee then
                               call 'encaisserAcompte' using
                                   numFacture dateSaisie
                           end-if
                   end-rewrite
           end-write
           close f-reglement
           move operateurID-parm to ligneAudit(43:10)
           move 'facture' to ligneAudit(54:7)
           move factureSaisie to ligneAudit(62:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
