       record key numCircuitP
       file status is statusTarifPlace.


       file section.
       fd f-reservation.
               88 attenteEnCours value 'A'.
               88 attentePromue value 'P'.

       working-storage section.
       1 statusResa pic xx.
       1 statusRenfort pic xx.
       1 statusIndispo pic xx.
       1 statusIndispoB pic xx.
       1 statusControle pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 newResa pic 9(6) value 0.
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       *> numeros de sieges de la reservation (siegesResa)
       1 modeSieges pic x(01).
       1 listeSieges pic x(40).

       linkage section.
       1 operateurID-parm pic x(10).

           move affectSaisie to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move nomSaisi to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> un renfort deja lie au principal peut-il prendre la
           move operateurID-parm to ligneAudit(43:10)
           move 'renfort de' to ligneAudit(54:10)
           move affectSaisie to ligneAudit(65:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> cree la reservation sous le prochain numero libre et
                   perform mod-journaliserAffectMaj
                   display a-plg-res
                   perform mod-ecrireAudit
                   perform mod-choisirSieges
           end-write

           close f-reservation
       .

       *> choix des sieges au guichet sur le plan du bus
       mod-choisirSieges.
           move 'C' to modeSieges
           call 'siegesResa' using modeSieges affectCible newResa
               placesSaisies listeSieges
           end-call
       .

       *> prix par defaut de la place d'apres le circuit de
       *> l'affectation cible (TarifPlace.dat); 0 si aucun
       mod-prixDefaut.
           move affectSaisie to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move nomSaisi to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
