       program-id. verifZFE.

       *> controle d'un bus contre les zones a faibles emissions
       *> (ZoneFaible.dat : ville, classe minimale admise, date
       *> d'application) traversees par un circuit : ville de depart,
       *> ville d'arrivee et arrets du circuit (un arret est dans la
       *> ville si son nom commence par le nom de la ville).
       *> La classe du bus est celle de son profil (EquipementBus.dat,
       *> Euro '0' a '6', 'E' electrique); sans classe connue, le bus
       *> est repute ne satisfaire aucune zone.
       *> mode-parm 'A' : regles en vigueur a la date dateRef-parm;
       *> mode-parm 'P' : regles pas encore en vigueur aujourd'hui
       *> mais applicables a dateRef-parm (prevision).
       *> Rend dans ville-parm la premiere ville interdite au bus (a
       *> blanc si le bus convient), avec la classe minimale et la
       *> date d'application de la regle et la classe du bus.

       file-control.
           select f-zfe assign 'ZoneFaible.dat'
           organization indexed access dynamic
           record key villeZfe
           file status is statusZfe.

           select f-equipBus assign 'EquipementBus.dat'
           organization indexed access dynamic
           record key numBusEq
           file status is statusEquip.

           select f-circuit assign 'Circuit.dat' organization
           indexed access dynamic record key numCircuit
           file status is statusCircuit.

           select f-arret assign 'Arret.dat' organization indexed
           access dynamic record key cleArret
           file status is statusArret.

       file section.
       fd f-zfe.
       1 ZoneFaible.
           2 villeZfe pic x(20).
           2 classeMinZfe pic x(01).
           2 dateEffetZfe pic 9(8).

       fd f-equipBus.
       1 EquipementBus.
           2 numBusEq pic 9(4).
           2 equipementsEq pic x(06).
           2 classeEuroEq pic x(01).
           2 autonomieEq pic 9(4).

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

       fd f-arret.
       1 Arret.
           2 cleArret.
               3 numCircuitArr pic 9(4).
               3 seqArret pic 9(2).
           2 nomArret pic x(30).
           2 heureArret pic 9(4).

       working-storage section.
       1 statusZfe pic xx.
       1 statusEquip pic xx.
       1 statusCircuit pic xx.
       1 statusArret pic xx.
       1 dateJour pic 9(8).

       *> lieux traverses par le circuit, en majuscules
       1 nbLieux pic 9(2) value 0.
       1 idxLieu pic 9(2).
       1 tabLieux.
           2 tabLieu pic x(30) occurs 60 times.

       1 villeMaj pic x(20).
       1 lgVille pic 9(2).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 regleApplicable value 'o' false 'n'.

       linkage section.
       1 numBus-parm pic 9(4).
       1 numCircuit-parm pic 9(4).
       1 dateRef-parm pic 9(8).
       1 mode-parm pic x(01).
       1 ville-parm pic x(20).
       1 classeMin-parm pic x(01).
       1 dateEffet-parm pic 9(8).
       1 classeBus-parm pic x(01).

       procedure division using numBus-parm numCircuit-parm
           dateRef-parm mode-parm ville-parm classeMin-parm
           dateEffet-parm classeBus-parm.
           move spaces to ville-parm
           move space to classeMin-parm
           move 0 to dateEffet-parm
           move space to classeBus-parm
           move 0 to nbLieux
           accept dateJour from date yyyymmdd

           open input f-zfe
           if statusZfe not = '00' then
               goback
           end-if

           open input f-equipBus
           if statusEquip = '00' then
               move numBus-parm to numBusEq
               read f-equipBus
                   not invalid key
                       move classeEuroEq to classeBus-parm
               end-read
               close f-equipBus
           end-if

           perform mod-chargerLieux

           set fin-lire to false
           read f-zfe next
           end set fin-lire to true end-read
           perform until fin-lire
               perform mod-controlerZone
               if ville-parm not = spaces then
                   set fin-lire to true
               else
                   read f-zfe next
                   end set fin-lire to true end-read
               end-if
           end-perform
           close f-zfe
           goback.

       mod-chargerLieux.
           open input f-circuit
           if statusCircuit = '00' then
               move numCircuit-parm to numCircuit
               read f-circuit
                   not invalid key
                       add 1 to nbLieux
                       move function upper-case(villeDepart)
                           to tabLieu(nbLieux)
                       add 1 to nbLieux
                       move function upper-case(villeArrivee)
                           to tabLieu(nbLieux)
               end-read
               close f-circuit
           end-if

           open input f-arret
           if statusArret = '00' then
               move numCircuit-parm to numCircuitArr
               move 0 to seqArret
               set fin-lire to false
               start f-arret key is not less cleArret
                   invalid key set fin-lire to true
               end-start
               perform until fin-lire
                   read f-arret next
                       at end
                           set fin-lire to true
                       not at end
                           if numCircuitArr not = numCircuit-parm
                           or nbLieux >= 60 then
                               set fin-lire to true
                           else
                               add 1 to nbLieux
                               move function upper-case(nomArret)
                                   to tabLieu(nbLieux)
                           end-if
                   end-read
               end-perform
               close f-arret
           end-if
       .

       mod-controlerZone.
           set regleApplicable to false
           if mode-parm = 'P' then
               if dateEffetZfe > dateJour
               and dateEffetZfe <= dateRef-parm then
                   set regleApplicable to true
               end-if
           else
               if dateEffetZfe <= dateRef-parm then
                   set regleApplicable to true
               end-if
           end-if
           if not regleApplicable
           or classeBus-parm >= classeMinZfe then
               exit paragraph
           end-if

           move function upper-case(villeZfe) to villeMaj
           move 0 to lgVille
           inspect function reverse(villeMaj) tallying lgVille
               for leading spaces
           compute lgVille = 20 - lgVille
           if lgVille = 0 then
               exit paragraph
           end-if

           perform varying idxLieu from 1 by 1
               until idxLieu > nbLieux or ville-parm not = spaces
               if tabLieu(idxLieu)(1:lgVille) = villeMaj(1:lgVille)
               and (tabLieu(idxLieu)(lgVille + 1:1) = space
               or tabLieu(idxLieu)(lgVille + 1:1) = '-') then
                   move villeZfe to ville-parm
                   move classeMinZfe to classeMin-parm
                   move dateEffetZfe to dateEffet-parm
               end-if
           end-perform
       .

       end program verifZFE.
