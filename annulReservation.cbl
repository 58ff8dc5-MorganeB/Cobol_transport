       record key numCircuitP
       file status is statusTarifPlace.

       file section.
       fd f-reservation.
       1 Reservation.
               88 attenteEnCours value 'A'.
               88 attentePromue value 'P'.

       working-storage section.
       1 statusResa pic xx.
       1 statusAttente pic xx.

       1 pic x value 'n'.
       88 fin-lireProm value 'o' false 'n'.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 resaSaisie pic 9(6).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       *> numeros de sieges de la reservation (siegesResa)
       1 modeSieges pic x(01).
       1 placesSieges pic 9(3).
       1 listeSieges pic x(40).

       linkage section.
       1 operateurID-parm pic x(10).

                               display a-plg-res
                               perform mod-journaliserResaMaj
                               perform mod-libererPlaces
                               perform mod-libererSieges
                               perform mod-ecrireAudit
                               perform mod-promouvoirAttente
                       end-rewrite
           close f-affectation
       .

       *> les sieges de la reservation annulee redeviennent libres
       mod-libererSieges.
           move 'L' to modeSieges
           move nbPlacesResa to placesSieges
           call 'siegesResa' using modeSieges numAffectR resaSaisie
               placesSieges listeSieges
           end-call
       .

       *> promotion de la liste d'attente : la premiere demande en
       *> file de l'affectation (ordre d'inscription) est promue si
       *> les places liberees suffisent; par equite, si la premiere
                   end-read
                   close f-affectation

                   perform mod-attribuerSiegesProm
                   move 'P' to statutW
                   rewrite ListeAttente
                   end-rewrite
           end-write
       .

       *> la reservation promue recoit d'office les sieges liberes
       *> (bloc contigu si possible)
       mod-attribuerSiegesProm.
           move 'A' to modeSieges
           move nbPlacesW to placesSieges
           call 'siegesResa' using modeSieges affectTraitee
               newResaProm placesSieges listeSieges
           end-call
       .

       *> trace au journal la promotion automatique
       mod-ecrireAuditPromotion.
           accept dateAudit from date yyyymmdd
           move operateurID-parm to ligneAudit(43:10)
           move 'promotion' to ligneAudit(54:9)
           move nomPromu to ligneAudit(64:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> enregistre l'annulation dans le journal d'audit
           move numAffectR to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move nomPassager to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
