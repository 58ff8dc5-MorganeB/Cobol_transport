       program-id. importReservations.

       *> import quotidien des reservations vendues en ligne par
       *> notre partenaire : fichier d'echange importReservations.dat
       *> (reference, affectation, passager, telephone, places, arrets
       *> de montee et de descente, prix de la place, mode de
       *> paiement). Chaque ligne est controlee comme a la saisie
       *> ajoutReservation :
       *>   - affectation existante, non annulee, pas encore partie;
       *>   - arrets connus sur le circuit, descente apres la montee;
       *>   - prix egal au tarif TarifPlace du circuit (prix a zero :
       *>     le tarif s'applique);
       *>   - places disponibles (nbplaces moins placesReservees);
       *>     un depart complet met la demande en liste d'attente.
       *> Les refus partent dans importReservations-rejets.txt avec
       *> leur motif; le total de controle (lues, acceptees, en
       *> attente, rejetees) est edite dans importReservations.txt

       file-control.
           select f-import assign 'importReservations.dat'
           organization line sequential file status is statusImport.

           select f-reservation assign 'Reservation.dat'
           organization indexed access dynamic
           record key numResa
           alternate record key numAffectR duplicates
           file status is statusResa.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusMaj.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-arret assign 'Arret.dat' organization
           indexed
           access dynamic record key cleArret
           file status is statusArret.

           select f-tarifPlace assign 'TarifPlace.dat'
           organization indexed access dynamic
           record key numCircuitP
           file status is statusTarifPlace.

           select f-attente assign 'ListeAttente.dat'
           organization indexed access dynamic
           record key numAttente
           alternate record key numAffectW duplicates
           file status is statusAttente.

           select f-rejets assign 'importReservations-rejets.txt'
           organization line sequential.

           select f-controle assign 'importReservations.txt'
           organization line sequential.

       file section.
       fd f-import.
       1 ligneImport.
           2 referenceImport pic x(12).
           2 numAffectImport pic 9(6).
           2 nomImport pic x(30).
           2 telephoneImport pic x(15).
           2 placesImport pic 9(3).
           2 arretMonteeImport pic x(20).
           2 arretDescenteImport pic x(20).
           2 prixImport pic 9(4)v99.
           2 modePaiementImport pic x(01).

       fd f-reservation.
       1 Reservation.
           2 numResa pic 9(6).
           2 numAffectR pic 9(6).
           2 nomPassager pic x(30).
           2 telephonePassager pic x(15).
           2 nbPlacesResa pic 9(3).
           2 arretMontee pic x(20).
           2 statusResaR pic x(01).
               88 resaAnnulee value 'A'.
           2 arretDescente pic x(20).
           2 embarquementR pic x(01).
               88 resaEmbarquee value 'E'.
               88 resaNoShow value 'S'.
           2 prixPlaceResa pic 9(4)v99.
           2 modePaiementR pic x(01).
               88 paiementEspeces value 'E'.
               88 paiementCarte value 'C'.

       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numchaufA pic 9(4).
           2 numbusA pic 9(4).
           2 dateDebAffectA pic 9(8).
           2 dateFinAffectA pic 9(8).
           2 motifA pic x(30).
           2 numCircuitA pic 9(4).
           2 statusA pic x(01) value 'N'.
               88 annulee value 'A'.
           2 motifAnnulA pic x(30).
           2 placesReservees pic 9(3).
           2 passagersReels pic 9(3).
           2 numClientA pic 9(4).
           2 numTarifA pic 9(4).
           2 montantTarifA pic 9(7)v99.
           2 heureDebA pic 9(4).
           2 heureFinA pic 9(4).
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       fd f-bus.
       1 bus.
           2 numero pic 9(4).
           2 marque pic x(20).
           2 nbplaces pic 9(3).
           2 modele pic x(20).
           2 kilom pic 9(6).
           2 dateControle pic 9(8).
           2 statutBus pic x(01).
               88 busRetire value 'R'.
           2 dateRetrait pic 9(8).
           2 depotBus pic 9(2).
           2 dateAcquisition pic 9(8).
           2 prixAchat pic 9(8)v99.
           2 dureeAmortAns pic 9(2).

       fd f-arret.
       1 Arret.
           2 cleArret.
               3 numCircuitArr pic 9(4).
               3 seqArret pic 9(2).
           2 nomArret pic x(30).
           2 heureArret pic 9(4).

       fd f-tarifPlace.
       1 TarifPlace.
           2 numCircuitP pic 9(4).
           2 prixPlaceP pic 9(4)v99.

       fd f-attente.
       1 ListeAttente.
           2 numAttente pic 9(6).
           2 numAffectW pic 9(6).
           2 nomPassagerW pic x(30).
           2 telephoneW pic x(15).
           2 nbPlacesW pic 9(3).
           2 arretMonteeW pic x(20).
           2 arretDescenteW pic x(20).
           2 statutW pic x(01).
               88 attenteEnCours value 'A'.
               88 attentePromue value 'P'.

       fd f-rejets.
       1 ligneRejet pic x(160).

       fd f-controle.
       1 ligneControle pic x(80).

       working-storage section.
       1 statusImport pic xx.
       1 statusResa pic xx.
       1 statusMaj pic xx.
       1 statusBus pic xx.
       1 statusArret pic xx.
       1 statusTarifPlace pic xx.
       1 statusAttente pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.

       1 nbLues pic 9(5) value 0.
       1 nbAcceptees pic 9(5) value 0.
       1 nbEnAttente pic 9(5) value 0.
       1 nbRejetees pic 9(5) value 0.
       1 placesAcceptees pic 9(6) value 0.
       1 montantAccepte pic 9(8)v99 value 0.
       1 montantEdite pic z(7)9.99.
       1 motifRejet pic x(40).

       1 newResa pic 9(6) value 0.
       1 newAttente pic 9(6) value 0.
       1 prixRetenu pic 9(4)v99.
       1 placesRestantes pic s9(4).

       *> arrets du circuit de l'affectation, dans l'ordre
       1 nbArrets pic 9(2) value 0.
       1 idxArret pic 9(2).
       1 tabArrets.
           2 tabArretNom pic x(20) occurs 20 times.
       1 arretCherche pic x(20).
       1 seqTrouvee pic 9(2).
       1 seqMontee pic 9(2).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneValide value 'o' false 'n'.

       1 pic x value 'n'.
       88 departComplet value 'o' false 'n'.

       1 pic x value 'n'.
       88 arretOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 tarifPlaceOuvert value 'o' false 'n'.

       *> journal des mises a jour (journalMaj) : images avant/apres
       *> rejouables par rollForward apres une restauration
       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       *> numeros de sieges de la reservation (siegesResa)
       1 modeSieges pic x(01).
       1 listeSieges pic x(40).

       linkage section.
       1 operateurID-parm pic x(10).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Import des r'&x'82'&'servations en '&
           'ligne (importReservations.dat)'.

       1 a-plg-absent.
           2 line 8 col 10 'Fichier importReservations.dat absent'.

       1 a-plg-res.
           2 line 8 col 10 'Lignes lues : '.
           2 a-nbLues pic z(5) from nbLues.
           2 line 9 col 10 'Accept'&x'82'&'es : '.
           2 a-nbAcceptees pic z(5) from nbAcceptees.
           2 line 10 col 10 'En liste d''attente : '.
           2 a-nbAttente pic z(5) from nbEnAttente.
           2 line 11 col 10 'Rejet'&x'82'&'es '&
           '(importReservations-rejets.txt) : '.
           2 a-nbRejetees pic z(5) from nbRejetees.
           2 line 13 col 10 'Total de contr'&x'93'&'le dans '&
           'importReservations.txt'.

       procedure division using operateurID-parm.
           move 0 to nbLues
           move 0 to nbAcceptees
           move 0 to nbEnAttente
           move 0 to nbRejetees
           move 0 to placesAcceptees
           move 0 to montantAccepte
           move 0 to newResa
           move 0 to newAttente
           set fin-lire to false
           set arretOuvert to false
           set tarifPlaceOuvert to false

           display a-plg-titre
           accept dateJour from date yyyymmdd

           open input f-import
           if statusImport not = '00' then
               display a-plg-absent
               display a-plg-next
               accept s-next
               goback
           end-if

           open i-o f-reservation
           if statusResa = '35' then
               open output f-reservation
               close f-reservation
               open i-o f-reservation
           end-if
           open i-o f-attente
           if statusAttente = '35' then
               open output f-attente
               close f-attente
               open i-o f-attente
           end-if
           open i-o f-affectation
           open input f-bus
           open input f-arret
           if statusArret = '00' then
               set arretOuvert to true
           end-if
           open input f-tarifPlace
           if statusTarifPlace = '00' then
               set tarifPlaceOuvert to true
           end-if
           open output f-rejets

           perform mod-derniersNumeros

           read f-import end set fin-lire to true end-read
           perform until fin-lire
               add 1 to nbLues
               perform mod-validerLigne
               if ligneValide then
                   if departComplet then
                       perform mod-mettreEnAttente
                   else
                       perform mod-chargerLigne
                   end-if
               else
                   perform mod-rejeterLigne
               end-if
               read f-import end set fin-lire to true end-read
           end-perform

           close f-rejets
           if tarifPlaceOuvert then
               close f-tarifPlace
               set tarifPlaceOuvert to false
           end-if
           if arretOuvert then
               close f-arret
               set arretOuvert to false
           end-if
           close f-bus
           close f-affectation
           close f-attente
           close f-reservation
           close f-import

           perform mod-ecrireControle

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       *> plus grands numeros de reservation et d'attente en usage
       mod-derniersNumeros.
           set finVerif to false
           read f-reservation next
           end set finVerif to true end-read
           perform until finVerif
               if numResa > newResa then
                   move numResa to newResa
               end-if
               read f-reservation next
               end set finVerif to true end-read
           end-perform
           set finVerif to false
           read f-attente next
           end set finVerif to true end-read
           perform until finVerif
               if numAttente > newAttente then
                   move numAttente to newAttente
               end-if
               read f-attente next
               end set finVerif to true end-read
           end-perform
       .

       mod-validerLigne.
           set ligneValide to true
           set departComplet to false
           move spaces to motifRejet

           if nomImport = spaces then
               move 'nom du passager absent' to motifRejet
               set ligneValide to false
           end-if
           if ligneValide
           and (placesImport not numeric or placesImport = 0) then
               move 'nombre de places invalide' to motifRejet
               set ligneValide to false
           end-if
           if ligneValide and prixImport not numeric then
               move 'prix invalide' to motifRejet
               set ligneValide to false
           end-if

           if ligneValide then
               move numAffectImport to Numaffect
               read f-affectation
                   invalid key
                       move 'affectation inconnue' to motifRejet
                       set ligneValide to false
               end-read
           end-if
           if ligneValide and annulee then
               move 'affectation annulee' to motifRejet
               set ligneValide to false
           end-if
           if ligneValide and dateDebAffectA < dateJour then
               move 'trajet deja parti' to motifRejet
               set ligneValide to false
           end-if

           if ligneValide then
               perform mod-verifArrets
           end-if
           if ligneValide then
               perform mod-verifPrix
           end-if
           if ligneValide then
               perform mod-verifPlaces
           end-if
       .

       *> arrets de montee et de descente connus sur le circuit, la
       *> descente apres la montee; un circuit sans arrets n'impose
       *> rien, un arret laisse a blanc vaut depart ou terminus
       mod-verifArrets.
           perform mod-chargerArrets
           if nbArrets > 0 then
               move 0 to seqMontee
               if arretMonteeImport not = spaces then
                   move arretMonteeImport to arretCherche
                   perform mod-chercherSeq
                   if seqTrouvee = 0 then
                       move 'arret de montee inconnu' to motifRejet
                       set ligneValide to false
                   end-if
                   move seqTrouvee to seqMontee
               end-if
               if ligneValide and arretDescenteImport not = spaces
               then
                   move arretDescenteImport to arretCherche
                   perform mod-chercherSeq
                   if seqTrouvee = 0 then
                       move 'arret de descente inconnu'
                           to motifRejet
                       set ligneValide to false
                   else
                       if seqTrouvee <= seqMontee then
                           move 'descente avant la montee'
                               to motifRejet
                           set ligneValide to false
                       end-if
                   end-if
               end-if
           end-if
       .

       mod-chargerArrets.
           move 0 to nbArrets
           if numCircuitA not = 0 and arretOuvert then
               move numCircuitA to numCircuitArr
               move 0 to seqArret
               start f-arret key is not less cleArret
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-arret next
                       at end
                           set finVerif to true
                       not at end
                           if numCircuitArr not = numCircuitA then
                               set finVerif to true
                           else
                               if nbArrets < 20 then
                                   add 1 to nbArrets
                                   move nomArret(1:20)
                                       to tabArretNom(nbArrets)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       mod-chercherSeq.
           move 0 to seqTrouvee
           perform varying idxArret from 1 by 1
               until idxArret > nbArrets
               if tabArretNom(idxArret) = arretCherche then
                   move idxArret to seqTrouvee
                   move nbArrets to idxArret
               end-if
           end-perform
       .

       *> le prix vendu doit etre celui du circuit; un prix a zero
       *> prend le tarif, sans tarif le prix du partenaire est garde
       mod-verifPrix.
           move prixImport to prixRetenu
           if numCircuitA not = 0 and tarifPlaceOuvert then
               move numCircuitA to numCircuitP
               read f-tarifPlace
                   not invalid key
                       if prixImport = 0 then
                           move prixPlaceP to prixRetenu
                       else
                           if prixImport not = prixPlaceP then
                               move 'prix different du tarif'
                                   to motifRejet
                               set ligneValide to false
                           end-if
                       end-if
               end-read
           end-if
       .

       mod-verifPlaces.
           move 0 to placesRestantes
           move numbusA to numero
           read f-bus
               invalid key
                   move 'bus de l''affectation inconnu'
                       to motifRejet
                   set ligneValide to false
               not invalid key
                   compute placesRestantes =
                       nbplaces - placesReservees
           end-read
           if ligneValide and placesRestantes < placesImport then
               set departComplet to true
           end-if
       .

       mod-chargerLigne.
           compute newResa = newResa + 1
           move newResa to numResa
           move Numaffect to numAffectR
           move nomImport to nomPassager
           move telephoneImport to telephonePassager
           move placesImport to nbPlacesResa
           move arretMonteeImport to arretMontee
           move 'N' to statusResaR
           move arretDescenteImport to arretDescente
           move space to embarquementR
           move prixRetenu to prixPlaceResa
           if modePaiementImport = 'E' then
               move 'E' to modePaiementR
           else
               move 'C' to modePaiementR
           end-if

           write Reservation
               invalid key
                   move 'numero de reservation deja pris'
                       to motifRejet
                   perform mod-rejeterLigne
               not invalid key
                   perform mod-journaliserResaEcr
                   move spaces to jrnAvant
                   move Affectation to jrnAvant(1:134)
                   add placesImport to placesReservees
                   rewrite Affectation end-rewrite
                   perform mod-journaliserAffectMaj
                   add 1 to nbAcceptees
                   add placesImport to placesAcceptees
                   compute montantAccepte = montantAccepte
                       + prixRetenu * placesImport
                   perform mod-ecrireAudit
                   perform mod-attribuerSieges
           end-write
       .

       *> reservation web : sieges attribues d'office, groupe place
       *> cote a cote si le plan le permet
       mod-attribuerSieges.
           move 'A' to modeSieges
           call 'siegesResa' using modeSieges numAffectImport newResa
               placesImport listeSieges
           end-call
       .

       *> depart complet : la demande prend son tour en liste
       *> d'attente, promue a la prochaine annulation
       mod-mettreEnAttente.
           compute newAttente = newAttente + 1
           move newAttente to numAttente
           move Numaffect to numAffectW
           move nomImport to nomPassagerW
           move telephoneImport to telephoneW
           move placesImport to nbPlacesW
           move arretMonteeImport to arretMonteeW
           move arretDescenteImport to arretDescenteW
           move 'A' to statutW
           write ListeAttente
               invalid key
                   move 'numero d''attente deja pris' to motifRejet
                   perform mod-rejeterLigne
               not invalid key
                   add 1 to nbEnAttente
                   perform mod-ecrireAuditAttente
           end-write
       .

       mod-rejeterLigne.
           add 1 to nbRejetees
           move spaces to ligneRejet
           move motifRejet to ligneRejet(1:40)
           move ligneImport to ligneRejet(42:113)
           write ligneRejet
       .

       mod-ecrireControle.
           open output f-controle
           move ligneVide to ligneControle
           move 'IMPORT DES RESERVATIONS EN LIGNE DU' to
               ligneControle(1:35)
           move dateJour to ligneControle(37:8)
           write ligneControle
           move ligneVide to ligneControle
           write ligneControle
           move ligneVide to ligneControle
           move 'Lignes lues' to ligneControle(1:11)
           move nbLues to ligneControle(30:5)
           write ligneControle
           move ligneVide to ligneControle
           move 'Acceptees' to ligneControle(1:9)
           move nbAcceptees to ligneControle(30:5)
           move 'places' to ligneControle(37:6)
           move placesAcceptees to ligneControle(44:6)
           move montantAccepte to montantEdite
           move montantEdite to ligneControle(52:11)
           write ligneControle
           move ligneVide to ligneControle
           move 'En liste d''attente' to ligneControle(1:18)
           move nbEnAttente to ligneControle(30:5)
           write ligneControle
           move ligneVide to ligneControle
           move 'Rejetees' to ligneControle(1:8)
           move nbRejetees to ligneControle(30:5)
           write ligneControle
           close f-controle
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'RESERVATION' to ligneAudit(25:11)
           move Numaffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'web' to ligneAudit(54:3)
           move referenceImport to ligneAudit(58:12)
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-ecrireAuditAttente.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'ATTENTE' to ligneAudit(25:11)
           move Numaffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'web' to ligneAudit(54:3)
           move referenceImport to ligneAudit(58:12)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
       mod-journaliserResaEcr.
           move 'RESERVATION' to jrnFichier
           move 'E' to jrnOperation
           move spaces to jrnAvant
           move spaces to jrnApres
           move Reservation to jrnApres(1:109)
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call
       .

       *> consigne la mise a jour au journal des images
       mod-journaliserAffectMaj.
           move 'AFFECTATION' to jrnFichier
           move 'R' to jrnOperation
           move spaces to jrnApres
           move Affectation to jrnApres(1:134)
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call
       .

       end program importReservations.
