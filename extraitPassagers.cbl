       program-id. extraitPassagers.

       *> extrait pour la passerelle SMS des passagers : pour chaque
       *> affectation signalee dans ChangementTrajet.dat (annulation,
       *> bus remplace en route, heure de depart modifiee), une ligne
       *> par reservation confirmee (telephone, circuit, date,
       *> ancienne et nouvelle heure de depart, arret de montee).
       *> Chaque reservation prevenue est marquee dans
       *> NotifPassager.dat avec le changement annonce : elle n'est
       *> jamais prevenue deux fois du meme changement. Les
       *> reservations sans telephone partent en liste d'exceptions
       *> pour le guichet. Les signalements traites sont retires.

       file-control.
           select f-changement assign 'ChangementTrajet.dat'
           organization indexed access dynamic
           record key numAffectChg
           file status is statusChg.

           select f-notif assign 'NotifPassager.dat'
           organization indexed access dynamic
           record key numResaNotif
           file status is statusNotif.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates.

           select f-reservation assign 'Reservation.dat'
           organization indexed access dynamic
           record key numResa
           alternate record key numAffectR duplicates
           file status is statusResa.

           select f-circuit assign 'Circuit.dat' organization
           indexed
           access dynamic record key numCircuit
           file status is statusCircuit.

           select f-sms assign 'sms-passagers.dat' organization line
           sequential.

           select f-exceptions assign 'sms-passagers-exceptions.txt'
           organization line sequential.

       file section.
       fd f-changement.
       1 ChangementTrajet.
           2 numAffectChg pic 9(6).
           2 typeChg pic x(01).
               88 chgAnnulation value 'A'.
           2 heureAvantChg pic 9(4).
           2 heureApresChg pic 9(4).
           2 dateChg pic 9(8).
           2 heureSignalChg pic 9(6).

       fd f-notif.
       1 NotifPassager.
           2 numResaNotif pic 9(6).
           2 typeNotif pic x(01).
           2 heureNotif pic 9(4).
           2 dateDepartNotif pic 9(8).
           2 dateNotif pic 9(8).

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

       fd f-circuit.
       1 Circuit.
           2 numCircuit pic 9(4).
           2 nomCircuit pic x(30).
           2 villeDepart pic x(20).
           2 villeArrivee pic x(20).
           2 distanceCircuit pic 9(5).
           2 minPlacesCircuit pic 9(3) value 0.
           2 modeleRequisCircuit pic x(20).
           2 dateDebValidite pic 9(8).
           2 dateFinValidite pic 9(8).

       *> ligne de la passerelle : nouvelle heure a zero pour une
       *> annulation
       fd f-sms.
       1 ligneSms.
           2 telephoneSms pic x(15).
           2 circuitSms pic x(30).
           2 dateSms pic 9(8).
           2 heureAvantSms pic 9(4).
           2 heureApresSms pic 9(4).
           2 arretSms pic x(20).
           2 typeSms pic x(01).

       fd f-exceptions.
       1 ligneException pic x(80).

       working-storage section.
       1 statusChg pic xx.
       1 statusNotif pic xx.
       1 statusResa pic xx.
       1 statusCircuit pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.

       1 dateJour pic 9(8).
       1 libelleCircuit pic x(30).
       1 nbSignalements pic 9(4) value 0.
       1 nbMessages pic 9(5) value 0.
       1 nbDejaPrevenus pic 9(5) value 0.
       1 nbExceptions pic 9(5) value 0.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finResa value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 notifExiste value 'o' false 'n'.

       1 pic x value 'n'.
       88 dejaPrevenu value 'o' false 'n'.

       1 pic x value 'n'.
       88 resaOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 circuitOuvert value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Extrait SMS des passagers (trajets '&
           'annul'&x'82'&'s ou modifi'&x'82'&'s)'.

       1 a-plg-res.
           2 line 8 col 10 'Trajets signal'&x'82'&'s : '.
           2 a-nbSignal pic z(4) from nbSignalements.
           2 line 9 col 10 'sms-passagers.dat : '.
           2 a-nbMessages pic z(5) from nbMessages.
           2 ' message(s)'.
           2 line 10 col 10 'D'&x'82'&'j'&x'85'&' pr'&x'82'&
           'venus : '.
           2 a-nbDeja pic z(5) from nbDejaPrevenus.
           2 line 11 col 10 'Exceptions (sans t'&x'82'&'l'&x'82'&
           'phone) : '.
           2 a-nbExceptions pic z(5) from nbExceptions.

       1 a-plg-aucun.
           2 line 8 col 10 'Aucun changement '&x'85'&' annoncer'.

       procedure division.
           move 0 to nbSignalements
           move 0 to nbMessages
           move 0 to nbDejaPrevenus
           move 0 to nbExceptions
           set resaOuverte to false
           set circuitOuvert to false

           display a-plg-titre
           accept dateJour from date yyyymmdd

           open i-o f-changement
           if statusChg not = '00' then
               display a-plg-aucun
               display a-plg-next
               accept s-next
               goback
           end-if

           open i-o f-notif
           if statusNotif = '35' then
               open output f-notif
               close f-notif
               open i-o f-notif
           end-if
           open input f-affectation
           open input f-reservation
           if statusResa = '00' then
               set resaOuverte to true
           end-if
           open input f-circuit
           if statusCircuit = '00' then
               set circuitOuvert to true
           end-if
           open output f-sms
           open output f-exceptions

           set fin-lire to false
           read f-changement next
           end set fin-lire to true end-read
           perform until fin-lire
               add 1 to nbSignalements
               perform mod-traiterChangement
               delete f-changement record end-delete
               read f-changement next
               end set fin-lire to true end-read
           end-perform

           close f-exceptions
           close f-sms
           if circuitOuvert then
               close f-circuit
               set circuitOuvert to false
           end-if
           if resaOuverte then
               close f-reservation
               set resaOuverte to false
           end-if
           close f-affectation
           close f-notif
           close f-changement

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-traiterChangement.
           set affectTrouvee to false
           move numAffectChg to Numaffect
           read f-affectation
               not invalid key
                   set affectTrouvee to true
           end-read

           if affectTrouvee and resaOuverte then
               move motifA to libelleCircuit
               if numCircuitA not = 0 and circuitOuvert then
                   move numCircuitA to numCircuit
                   read f-circuit
                       not invalid key
                           move nomCircuit to libelleCircuit
                   end-read
               end-if
               move Numaffect to numAffectR
               start f-reservation key is equal numAffectR
                   invalid key
                       set finResa to true
                   not invalid key
                       set finResa to false
               end-start
               perform until finResa
                   read f-reservation next
                       at end
                           set finResa to true
                       not at end
                           if numAffectR not = Numaffect then
                               set finResa to true
                           else
                               if not resaAnnulee then
                                   perform mod-prevenirPassager
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       *> une reservation deja prevenue de ce meme changement
       *> (meme type, meme nouvelle heure, meme date) est sautee
       mod-prevenirPassager.
           set notifExiste to false
           set dejaPrevenu to false
           move numResa to numResaNotif
           read f-notif
               not invalid key
                   set notifExiste to true
                   if typeNotif = typeChg
                   and heureNotif = heureApresChg
                   and dateDepartNotif = dateDebAffectA then
                       set dejaPrevenu to true
                   end-if
           end-read

           if dejaPrevenu then
               add 1 to nbDejaPrevenus
           else
               if telephonePassager = spaces then
                   add 1 to nbExceptions
                   move ligneVide to ligneException
                   move 'Reservation' to ligneException(1:11)
                   move numResa to ligneException(13:6)
                   move nomPassager to ligneException(20:30)
                   move 'sans telephone' to ligneException(51:14)
                   move Numaffect to ligneException(66:6)
                   write ligneException
               else
                   move telephonePassager to telephoneSms
                   move libelleCircuit to circuitSms
                   move dateDebAffectA to dateSms
                   move heureAvantChg to heureAvantSms
                   if chgAnnulation then
                       move 0 to heureApresSms
                   else
                       move heureApresChg to heureApresSms
                   end-if
                   move arretMontee to arretSms
                   move typeChg to typeSms
                   write ligneSms
                   add 1 to nbMessages

                   move numResa to numResaNotif
                   move typeChg to typeNotif
                   move heureApresChg to heureNotif
                   move dateDebAffectA to dateDepartNotif
                   move dateJour to dateNotif
                   if notifExiste then
                       rewrite NotifPassager end-rewrite
                   else
                       write NotifPassager end-write
                   end-if
               end-if
           end-if
       .

       end program extraitPassagers.
