       program-id. rapportCarburant.

       *> consommation des bus sur la periode : gazole en litres aux
       *> 100 km entre pleins successifs (Carburant.dat), puis
       *> electricite en kWh aux 100 km entre sessions de recharge
       *> successives (SessionRecharge.dat). Edition carburant.txt.

       file-control.
           select f-carburant assign 'Carburant.dat' organization
           indexed access dynamic
           alternate record key numBusC duplicates
           file status is statusCarb.

           select f-session assign 'SessionRecharge.dat'
           organization indexed access dynamic
           record key numSession
           alternate record key numBusS duplicates
           file status is statusSession.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero.
           2 prixCarb pic 9(6)v99.
           2 odometreCarb pic 9(6).

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

       fd f-bus.
       1 bus.
           2 numero pic 9(4).
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 statusCarb pic xx.
       1 statusSession pic xx.

       1 pic x value 'n'.
       88 carburantOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 sessionOuvert value 'o' false 'n'.

       1 dateDebutFiltre pic 9(8) value 0.
       1 dateFinFiltre pic 9(8) value 0.
       1 pic x value 'n'.
       88 premierPlein value 'o' false 'n'.

       *> recharges du bus electrique courant : l'energie de la
       *> premiere session de la periode a ete consommee avant
       *> elle, seules les suivantes sont comptees
       1 nbSessions pic 9(5).
       1 odoPremier pic 9(6).
       1 odoDernier pic 9(6).
       1 totalKwh pic 9(7)v99.
       1 kmElec pic 9(7).
       1 consoElec pic 9(4)v99.
       1 consoElecEditee pic zzz9.99.
       1 kwhEdite pic zzzzzz9.99.
       1 nbBusElec pic 9(4) value 0.

       1 pic x value 'n'.
       88 finVerifSession value 'o' false 'n'.

       1 tabIntervalles.
           2 tabIntervalle occurs 100 times.
               3 tabIntDate pic 9(8).
           ' cr'&x'82'&x'82'.

       1 a-plg-vide.
           2 line 18 col 10 'Aucun plein ni recharge enregistr'&x'82'.

       procedure division.

           accept s-dateFin

           open input f-carburant
           if statusCarb = '00' then
               set carburantOuvert to true
           end-if
           open input f-session
           if statusSession = '00' then
               set sessionOuvert to true
           end-if
           if not carburantOuvert and not sessionOuvert then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if

           open output f-rapport
           if carburantOuvert then
               perform mod-rapportGazole
               close f-carburant
           end-if
           if sessionOuvert then
               perform mod-rapportElectrique
               close f-session
           end-if
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-rapportGazole.
           open input f-bus

           move ligneVide to ligne
           move 'CONSOMMATION DE CARBURANT (litres / 100 km)'
           end-perform

           close f-bus
       .

       *> parcourt les pleins du bus courant (index alternatif
       *> numBusC, en ordre de saisie donc chronologique), calcule la
           write rapport
       .

       *> kWh aux 100 km par bus electrique : energie des sessions
       *> de la periode apres la premiere, rapportee aux km parcourus
       *> entre le compteur de la premiere et celui de la derniere
       mod-rapportElectrique.
           open input f-bus

           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'CONSOMMATION ELECTRIQUE (kWh / 100 km)'
               to ligne(1:38)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Bus  Marque' to ligne(1:11)
           move 'kWh/100km' to ligne(32:9)
           move 'kWh' to ligne(49:3)
           move 'km' to ligne(59:2)
           move 'Recharges' to ligne(64:9)
           write rapport

           set fin-lireBus to false
           read f-bus next end set fin-lireBus to true end-read
           perform test after until fin-lireBus
               if not fin-lireBus then
                   perform mod-traiterBusElec
               end-if
               read f-bus next end set fin-lireBus to true end-read
           end-perform
           close f-bus

           if nbBusElec = 0 then
               move ligneVide to ligne
               move 'Aucun bus avec au moins deux recharges sur la '
                   to ligne(1:46)
               move 'periode' to ligne(48:7)
               write rapport
           end-if
       .

       mod-traiterBusElec.
           move 0 to nbSessions
           move 0 to totalKwh
           move 0 to odoPremier
           move 0 to odoDernier

           move numero to numBusS
           start f-session key is equal numBusS
               invalid key
                   set finVerifSession to true
               not invalid key
                   set finVerifSession to false
           end-start

           perform until finVerifSession
               read f-session next
                   at end
                       set finVerifSession to true
                   not at end
                       if numBusS not = numero then
                           set finVerifSession to true
                       else
                           if (dateDebutFiltre = 0 or
                           dateDebS >= dateDebutFiltre)
                           and (dateFinFiltre = 0 or
                           dateDebS <= dateFinFiltre) then
                               perform mod-cumulerSession
                           end-if
                       end-if
               end-read
           end-perform

           if nbSessions > 1 and odoDernier > odoPremier then
               perform mod-editerBusElec
           end-if
       .

       mod-cumulerSession.
           add 1 to nbSessions
           if nbSessions = 1 then
               move odometreS to odoPremier
           else
               add kwhS to totalKwh
           end-if
           move odometreS to odoDernier
       .

       mod-editerBusElec.
           add 1 to nbBusElec
           compute kmElec = odoDernier - odoPremier
           compute consoElec rounded = (totalKwh * 100) / kmElec

           move ligneVide to ligne
           move numero to ligne(1:4)
           move marque to ligne(6:20)
           move consoElec to consoElecEditee
           move consoElecEditee to ligne(33:7)
           move totalKwh to kwhEdite
           move kwhEdite to ligne(42:10)
           move kmElec to ligne(54:7)
           move nbSessions to ligne(64:5)
           write rapport
       .

       end program rapportCarburant.
