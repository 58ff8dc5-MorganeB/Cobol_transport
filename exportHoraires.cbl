       program-id. exportHoraires.

       *> export des horaires publics au format d'echange des
       *> calculateurs d'itineraires (fichiers texte separes par des
       *> virgules) : arrets (stops.txt), lignes (routes.txt),
       *> courses (trips.txt), horaires de passage (stop_times.txt),
       *> calendrier (calendar.txt) et exceptions des jours feries
       *> (calendar_dates.txt). Chaque circuit encore valide donne une
       *> ligne et une course; son calendrier vient de CircuitJours
       *> (un circuit sans gabarit circule tous les jours) et de
       *> JoursFeries. Un circuit dont la liste d'arrets est
       *> incomplete (moins de deux arrets, numeros de sequence non
       *> continus, heure absente ou qui recule) est rejete et liste
       *> dans horaires-rejets.txt. Les fichiers produits sont
       *> catalogues dans editions.log.

       file-control.
           select f-circuit assign 'Circuit.dat' organization
           indexed access dynamic record key numCircuit
           file status is statusCircuit.

           select f-arret assign 'Arret.dat' organization indexed
           access dynamic record key cleArret
           file status is statusArret.

           select f-circuitJours assign 'CircuitJours.dat'
           organization indexed access dynamic
           record key numCircuitJ
           file status is statusCircJ.

           select f-feries assign 'JoursFeries.dat' organization
           indexed
           access dynamic record key dateFerie
           file status is statusFeries.

           select f-stops assign 'stops.txt' organization line
           sequential.

           select f-routes assign 'routes.txt' organization line
           sequential.

           select f-trips assign 'trips.txt' organization line
           sequential.

           select f-stopTimes assign 'stop_times.txt' organization
           line sequential.

           select f-calendar assign 'calendar.txt' organization line
           sequential.

           select f-calDates assign 'calendar_dates.txt'
           organization line sequential.

           select f-rejets assign 'horaires-rejets.txt' organization
           line sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
       fd f-circuit.
       1 Circuit.
           2 numCircuit pic 9(4).
           2 nomCircuit pic x(30).
           2 villeDepart pic x(20).
           2 villeArrivee pic x(20).
           2 distanceCircuit pic 9(5).
           2 minPlacesCircuit pic 9(3).
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

       fd f-circuitJours.
       1 CircuitJours.
           2 numCircuitJ pic 9(4).
           2 joursCircJ pic x(7).
           2 ferieCircJ pic x(01).
               88 circuleFerie value 'O'.

       fd f-feries.
       1 JourFerie.
           2 dateFerie pic 9(8).
           2 libelleFerie pic x(30).

       fd f-stops.
       1 ligneStops pic x(80).

       fd f-routes.
       1 ligneRoutes pic x(80).

       fd f-trips.
       1 ligneTrips pic x(80).

       fd f-stopTimes.
       1 ligneStopTimes pic x(80).

       fd f-calendar.
       1 ligneCalendar pic x(80).

       fd f-calDates.
       1 ligneCalDates pic x(80).

       fd f-rejets.
       1 ligneRejet pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusCircuit pic xx.
       1 statusArret pic xx.
       1 statusCircJ pic xx.
       1 statusFeries pic xx.
       1 suivant pic x.

       1 dateJour pic 9(8).
       1 heureJour pic 9(6).
       1 dateDebExport pic 9(8).
       1 dateFinExport pic 9(8).
       1 joursCircuit pic x(7).
       1 ferieCircuit pic x(01).
       1 motifRejet pic x(40).
       1 idArret pic 9(4).
       1 seqAttendue pic 9(2).
       1 heurePrec pic 9(4).
       1 heureEditee pic x(8).
       1 idxJour pic 9(1).
       1 idxArret pic 9(4).
       1 idxFerie pic 9(3).
       1 indicJours pic x(13).
       1 typeException pic x(01).

       1 nbExportes pic 9(4) value 0.
       1 nbRejetes pic 9(4) value 0.
       1 nbLignesStops pic 9(6) value 0.
       1 nbLignesRoutes pic 9(6) value 0.
       1 nbLignesTrips pic 9(6) value 0.
       1 nbLignesStopTimes pic 9(6) value 0.
       1 nbLignesCalendar pic 9(6) value 0.
       1 nbLignesCalDates pic 9(6) value 0.
       1 nbLignesRejets pic 9(6) value 0.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 fin-arrets value 'o' false 'n'.

       1 pic x value 'o'.
       88 circuitComplet value 'o' false 'n'.

       1 pic x value 'n'.
       88 arretOuvert value 'o' false 'n'.

       *> arrets du circuit en cours
       1 nbArretsCirc pic 9(2) value 0.
       1 tabArretsCirc.
           2 tabArretCircLigne occurs 99 times.
               3 tabArretCircNom pic x(30).
               3 tabArretCircHeure pic 9(4).

       *> arrets distincts (par nom) deja exportes, l'identifiant
       *> public est le rang dans la table
       1 nbArrets pic 9(4) value 0.
       1 tabArrets.
           2 tabArretNom pic x(30) occurs 2000 times.

       *> jours feries connus
       1 nbFeries pic 9(3) value 0.
       1 tabFeries.
           2 tabFerieDate pic 9(8) occurs 300 times.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Export des horaires publics'.

       1 a-plg-res.
           2 line 18 col 10 'Circuits export'&x'82'&'s : '.
           2 a-nbExportes pic z(3)9 from nbExportes.
           2 line 19 col 10 'Circuits rejet'&x'82'&'s : '.
           2 a-nbRejetes pic z(3)9 from nbRejetes.
           2 line 20 col 10 '(voir horaires-rejets.txt)'.

       1 a-plg-vide.
           2 line 18 col 10 'Aucun circuit enregistr'&x'82'.

       procedure division.
           move 0 to nbExportes
           move 0 to nbRejetes
           move 0 to nbLignesStops
           move 0 to nbLignesRoutes
           move 0 to nbLignesTrips
           move 0 to nbLignesStopTimes
           move 0 to nbLignesCalendar
           move 0 to nbLignesCalDates
           move 0 to nbLignesRejets
           move 0 to nbArrets
           move 0 to nbFeries
           set fin-lire to false
           set arretOuvert to false

           display a-plg-titre
           accept dateJour from date yyyymmdd
           accept heureJour from time

           open input f-circuit
           if statusCircuit not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-arret
           if statusArret = '00' then
               set arretOuvert to true
           end-if
           perform mod-chargerFeries

           open output f-stops f-routes f-trips f-stopTimes
               f-calendar f-calDates f-rejets
           move 'stop_id,stop_name' to ligneStops
           write ligneStops
           move 'route_id,route_short_name,route_long_name,'
               & 'route_type' to ligneRoutes
           write ligneRoutes
           move 'route_id,service_id,trip_id,trip_headsign'
               to ligneTrips
           write ligneTrips
           move 'trip_id,arrival_time,departure_time,stop_id,'
               & 'stop_sequence' to ligneStopTimes
           write ligneStopTimes
           move 'service_id,monday,tuesday,wednesday,thursday,'
               & 'friday,saturday,sunday,start_date,end_date'
               to ligneCalendar
           write ligneCalendar
           move 'service_id,date,exception_type' to ligneCalDates
           write ligneCalDates
           move 'Circuits rejet'&x'82'&'s (liste d''arr'&x'88'&
               'ts incompl'&x'8a'&'te)' to ligneRejet
           write ligneRejet

           read f-circuit next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire
               and (dateFinValidite = 0 or dateFinValidite >= dateJour)
               then
                   perform mod-exporterCircuit
               end-if
               read f-circuit next
               end set fin-lire to true end-read
           end-perform

           perform mod-ecrireArrets
           add 1 to nbLignesRoutes nbLignesTrips nbLignesStopTimes
               nbLignesCalendar nbLignesCalDates
           add nbRejetes 1 giving nbLignesRejets

           close f-stops f-routes f-trips f-stopTimes
               f-calendar f-calDates f-rejets
           close f-circuit
           if arretOuvert then
               close f-arret
               set arretOuvert to false
           end-if

           perform mod-cataloguer

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-chargerFeries.
           open input f-feries
           if statusFeries = '00' then
               set fin-lire to false
               read f-feries next
               end set fin-lire to true end-read
               perform until fin-lire or nbFeries >= 300
                   add 1 to nbFeries
                   move dateFerie to tabFerieDate(nbFeries)
                   read f-feries next
                   end set fin-lire to true end-read
               end-perform
               close f-feries
               set fin-lire to false
           end-if
       .

       mod-exporterCircuit.
           perform mod-chargerArrets
           if not circuitComplet then
               add 1 to nbRejetes
               move spaces to ligneRejet
               move numCircuit to ligneRejet(1:4)
               move nomCircuit to ligneRejet(6:30)
               move motifRejet to ligneRejet(37:40)
               write ligneRejet
           else
               add 1 to nbExportes
               perform mod-ecrireLigne
               perform mod-ecrireCalendrier
           end-if
       .

       *> lit les arrets du circuit dans l'ordre des sequences et
       *> controle que la liste est complete
       mod-chargerArrets.
           set circuitComplet to true
           move spaces to motifRejet
           move 0 to nbArretsCirc
           move 1 to seqAttendue
           move 0 to heurePrec
           set fin-arrets to false
           if not arretOuvert then
               set fin-arrets to true
           else
               move numCircuit to numCircuitArr
               move 0 to seqArret
               start f-arret key is >= cleArret
                   invalid key set fin-arrets to true
               end-start
           end-if
           perform until fin-arrets
               read f-arret next
                   at end
                       set fin-arrets to true
                   not at end
                       if numCircuitArr not = numCircuit then
                           set fin-arrets to true
                       else
                           perform mod-controlerArret
                       end-if
               end-read
           end-perform
           if circuitComplet and nbArretsCirc < 2 then
               set circuitComplet to false
               move 'moins de deux arr'&x'88'&'ts' to motifRejet
           end-if
       .

       mod-controlerArret.
           if circuitComplet then
               evaluate true
                   when seqArret not = seqAttendue
                       set circuitComplet to false
                       move 'arr'&x'88'&'t manquant avant la s'&x'82'&
                           'quence' to motifRejet
                       move seqArret to motifRejet(36:2)
                   when heureArret = 0 or heureArret(1:2) > '23'
                   or heureArret(3:2) > '59'
                       set circuitComplet to false
                       move 'heure absente ou invalide s'&x'82'&
                           'quence' to motifRejet
                       move seqArret to motifRejet(36:2)
                   when heureArret < heurePrec
                       set circuitComplet to false
                       move 'heure ant'&x'82'&'rieure '&x'85'&
                           ' l''arr'&x'88'&'t pr'&x'82'&'c'&x'82'&
                           'dent' to motifRejet
                   when other
                       add 1 to nbArretsCirc
                       move nomArret to tabArretCircNom(nbArretsCirc)
                       move heureArret
                           to tabArretCircHeure(nbArretsCirc)
                       move heureArret to heurePrec
                       add 1 to seqAttendue
               end-evaluate
           end-if
       .

       *> ligne, course et horaires de passage du circuit
       mod-ecrireLigne.
           move spaces to ligneRoutes
           string numCircuit ',' numCircuit ',"'
               function trim(nomCircuit) '",3'
               delimited size into ligneRoutes
           write ligneRoutes
           add 1 to nbLignesRoutes

           move spaces to ligneTrips
           string numCircuit ',C' numCircuit ',' numCircuit ',"'
               function trim(villeArrivee) '"'
               delimited size into ligneTrips
           write ligneTrips
           add 1 to nbLignesTrips

           perform varying idxArret from 1 by 1
               until idxArret > nbArretsCirc
               perform mod-rangArret
               move spaces to heureEditee
               string tabArretCircHeure(idxArret)(1:2) ':'
                   tabArretCircHeure(idxArret)(3:2) ':00'
                   delimited size into heureEditee
               move spaces to ligneStopTimes
               string numCircuit ',' heureEditee ',' heureEditee
                   ',A' idArret ',' idxArret(3:2)
                   delimited size into ligneStopTimes
               write ligneStopTimes
               add 1 to nbLignesStopTimes
           end-perform
       .

       *> identifiant public de l'arret : rang de son nom dans la
       *> table des arrets distincts, ajoute s'il est nouveau
       mod-rangArret.
           perform varying idArret from 1 by 1
               until idArret > nbArrets
               or tabArretNom(idArret) = tabArretCircNom(idxArret)
               continue
           end-perform
           if idArret > nbArrets and nbArrets < 2000 then
               add 1 to nbArrets
               move tabArretCircNom(idxArret) to tabArretNom(nbArrets)
               move nbArrets to idArret
           end-if
       .

       *> calendrier hebdomadaire sur la periode de validite, puis
       *> exceptions pour les jours feries de la periode
       mod-ecrireCalendrier.
           move 'OOOOOOO' to joursCircuit
           move 'O' to ferieCircuit
           open input f-circuitJours
           if statusCircJ = '00' then
               move numCircuit to numCircuitJ
               read f-circuitJours
                   not invalid key
                       move joursCircJ to joursCircuit
                       move ferieCircJ to ferieCircuit
               end-read
               close f-circuitJours
           end-if

           move dateDebValidite to dateDebExport
           if dateDebExport = 0 or dateDebExport < dateJour then
               move dateJour to dateDebExport
           end-if
           move dateFinValidite to dateFinExport
           if dateFinExport = 0 then
               compute dateFinExport = function date-of-integer(
                   function integer-of-date(dateJour) + 365)
           end-if

           move spaces to indicJours
           perform varying idxJour from 1 by 1 until idxJour > 7
               if joursCircuit(idxJour:1) = 'O'
               or joursCircuit(idxJour:1) = 'o' then
                   move '1' to indicJours(idxJour * 2 - 1:1)
               else
                   move '0' to indicJours(idxJour * 2 - 1:1)
               end-if
               if idxJour < 7 then
                   move ',' to indicJours(idxJour * 2:1)
               end-if
           end-perform
           move spaces to ligneCalendar
           string 'C' numCircuit ',' indicJours ',' dateDebExport ','
               dateFinExport
               delimited size into ligneCalendar
           write ligneCalendar
           add 1 to nbLignesCalendar

           perform varying idxFerie from 1 by 1
               until idxFerie > nbFeries
               if tabFerieDate(idxFerie) >= dateDebExport
               and tabFerieDate(idxFerie) <= dateFinExport then
                   perform mod-ecrireException
               end-if
           end-perform
       .

       *> un ferie retire la course si le circuit ne circule pas les
       *> feries (2), l'ajoute s'il y circule alors que le jour de
       *> semaine est ferme (1); sinon rien a signaler
       mod-ecrireException.
           compute idxJour = function mod(
               function integer-of-date(tabFerieDate(idxFerie)) - 1,
               7) + 1
           move space to typeException
           if ferieCircuit = 'O' or ferieCircuit = 'o' then
               if joursCircuit(idxJour:1) not = 'O'
               and joursCircuit(idxJour:1) not = 'o' then
                   move '1' to typeException
               end-if
           else
               if joursCircuit(idxJour:1) = 'O'
               or joursCircuit(idxJour:1) = 'o' then
                   move '2' to typeException
               end-if
           end-if
           if typeException not = space then
               move spaces to ligneCalDates
               string 'C' numCircuit ',' tabFerieDate(idxFerie) ','
                   typeException
                   delimited size into ligneCalDates
               write ligneCalDates
               add 1 to nbLignesCalDates
           end-if
       .

       mod-ecrireArrets.
           perform varying idArret from 1 by 1
               until idArret > nbArrets
               move spaces to ligneStops
               string 'A' idArret ',"'
                   function trim(tabArretNom(idArret)) '"'
                   delimited size into ligneStops
               write ligneStops
           end-perform
           add nbArrets 1 giving nbLignesStops
       .

       *> une ligne par fichier produit au catalogue des editions
       mod-cataloguer.
           open extend f-editions
           move dateJour to dateEdition
           move heureJour to heureEdition
           move 'stops.txt' to nomEdition
           move nbLignesStops to nbLignesEdition
           write ligneEdition
           move 'routes.txt' to nomEdition
           move nbLignesRoutes to nbLignesEdition
           write ligneEdition
           move 'trips.txt' to nomEdition
           move nbLignesTrips to nbLignesEdition
           write ligneEdition
           move 'stop_times.txt' to nomEdition
           move nbLignesStopTimes to nbLignesEdition
           write ligneEdition
           move 'calendar.txt' to nomEdition
           move nbLignesCalendar to nbLignesEdition
           write ligneEdition
           move 'calendar_dates.txt' to nomEdition
           move nbLignesCalDates to nbLignesEdition
           write ligneEdition
           move 'horaires-rejets.txt' to nomEdition
           move nbLignesRejets to nbLignesEdition
           write ligneEdition
           close f-editions
       .

       end program exportHoraires.
