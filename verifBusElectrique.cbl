       program-id. verifBusElectrique.

       *> controles propres aux bus electriques avant une affectation :
       *>   - autonomie : pour un bus de classe 'E' dont l'autonomie
       *>     utile est renseignee (EquipementBus.dat), la distance du
       *>     circuit plus l'approche et le retour a vide depuis le
       *>     depot (calculHautLePied) ne doit pas la depasser;
       *>   - recharge : le bus ne doit pas etre en recharge
       *>     (SessionRecharge.dat) sur la periode de l'affectation.
       *> Une date de fin a 0 vaut la date de debut; des heures a 0
       *> couvrent la journee entiere.
       *> retour-parm : blanc si le bus convient, 'A' autonomie
       *> insuffisante (kmRequis-parm et autonomie-parm renseignes),
       *> 'R' bus en recharge (borne dans borne-parm).

       file-control.
           select f-equipBus assign 'EquipementBus.dat'
           organization indexed access dynamic
           record key numBusEq
           file status is statusEquip.

           select f-circuit assign 'Circuit.dat' organization
           indexed access dynamic record key numCircuit
           file status is statusCircuit.

           select f-session assign 'SessionRecharge.dat'
           organization indexed access dynamic
           record key numSession
           alternate record key numBusS duplicates
           file status is statusSession.

       file section.
       fd f-equipBus.
       1 EquipementBus.
           2 numBusEq pic 9(4).
           2 equipementsEq pic x(06).
           2 classeEuroEq pic x(01).
               88 busElectrique value 'E'.
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

       fd f-session.
       1 SessionRecharge.
           2 numSession pic 9(6).
           2 numBusS pic 9(4).
           2 borneS pic x(10).
           2 dateDebS pic 9(8).
           2 heureDebS pic 9(4).
           2 dateFinS pic 9(8).
           2 heureFinS pic 9(4).
           2 kwhS pic 9(4)v99.
           2 odometreS pic 9(6).
           2 operateurS pic x(10).

       working-storage section.
       1 statusEquip pic xx.
       1 statusCircuit pic xx.
       1 statusSession pic xx.

       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).

       *> bornes des periodes en AAAAMMJJHHMM
       1 debutAffect pic 9(12).
       1 finAffect pic 9(12).
       1 debutSession pic 9(12).
       1 finSession pic 9(12).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       linkage section.
       1 numBus-parm pic 9(4).
       1 numCircuit-parm pic 9(4).
       1 dateDeb-parm pic 9(8).
       1 heureDeb-parm pic 9(4).
       1 dateFin-parm pic 9(8).
       1 heureFin-parm pic 9(4).
       1 retour-parm pic x(01).
       1 kmRequis-parm pic 9(5).
       1 autonomie-parm pic 9(4).
       1 borne-parm pic x(10).

       procedure division using numBus-parm numCircuit-parm
           dateDeb-parm heureDeb-parm dateFin-parm heureFin-parm
           retour-parm kmRequis-parm autonomie-parm borne-parm.
           move space to retour-parm
           move 0 to kmRequis-parm
           move 0 to autonomie-parm
           move spaces to borne-parm

           perform mod-verifAutonomie
           if retour-parm = space then
               perform mod-verifRecharge
           end-if
           goback.

       mod-verifAutonomie.
           open input f-equipBus
           if statusEquip not = '00' then
               exit paragraph
           end-if
           move numBus-parm to numBusEq
           read f-equipBus
               invalid key
                   move space to classeEuroEq
                   move 0 to autonomieEq
           end-read
           close f-equipBus
           if not busElectrique or autonomieEq = 0
           or numCircuit-parm = 0 then
               exit paragraph
           end-if

           open input f-circuit
           if statusCircuit = '00' then
               move numCircuit-parm to numCircuit
               read f-circuit
                   not invalid key
                       move distanceCircuit to kmRequis-parm
               end-read
               close f-circuit
           end-if
           call 'calculHautLePied' using numBus-parm numCircuit-parm
               kmAllerHLP kmRetourHLP minutesHLP end-call
           compute kmRequis-parm = kmRequis-parm + kmAllerHLP
               + kmRetourHLP
           move autonomieEq to autonomie-parm
           if kmRequis-parm > autonomieEq then
               move 'A' to retour-parm
           end-if
       .

       mod-verifRecharge.
           compute debutAffect = dateDeb-parm * 10000 + heureDeb-parm
           if dateFin-parm = 0 then
               compute finAffect = dateDeb-parm * 10000
           else
               compute finAffect = dateFin-parm * 10000
           end-if
           if heureFin-parm = 0 then
               add 2359 to finAffect
           else
               add heureFin-parm to finAffect
           end-if

           open input f-session
           if statusSession not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           move numBus-parm to numBusS
           start f-session key is equal numBusS
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-session next
                   at end
                       set fin-lire to true
                   not at end
                       if numBusS not = numBus-parm then
                           set fin-lire to true
                       else
                           compute debutSession =
                               dateDebS * 10000 + heureDebS
                           compute finSession =
                               dateFinS * 10000 + heureFinS
                           if debutSession < finAffect
                           and finSession > debutAffect then
                               move 'R' to retour-parm
                               move borneS to borne-parm
                               set fin-lire to true
                           end-if
                       end-if
               end-read
           end-perform
           close f-session
       .

       end program verifBusElectrique.
