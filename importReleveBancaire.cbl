           select f-rejets assign 'banque-rejets.txt' organization
           line sequential.

       file section.
       fd f-banque.
       1 ligneBanque.
           2 typeF pic x(01).
               88 estFacture value 'F'.
               88 estAvoir value 'A'.
               88 estAcompte value 'D'.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

       fd f-rejets.
       1 ligneRejet pic x(80).

       working-storage section.
       1 statusBanque pic xx.
       1 statusFacture pic xx.
       1 statusReglement pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
                           rewrite Facture
                           add 1 to nbAppliquees
                           perform mod-ecrireAudit
                           if estAcompte and factureReglee then
                               call 'encaisserAcompte' using
                                   numFacture dateOperation
                           end-if
                   end-write
           end-read
       .
           move operateurID-parm to ligneAudit(43:10)
           move 'import banque' to ligneAudit(54:13)
           move factureRetenue to ligneAudit(68:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program importReleveBancaire.
