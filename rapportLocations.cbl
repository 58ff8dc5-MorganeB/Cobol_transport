       program-id. rapportLocations.

       *> suivi mensuel des bus en location (Location.dat) dans
       *> locations-AAAAMM.txt : kilometrage consomme depuis le debut
       *> du contrat (compteur du bus moins compteur de depart),
       *> moyenne journaliere depuis le debut, projection a la fin du
       *> contrat et, si la projection depasse le forfait, kilometres
       *> et cout excedentaires attendus avec la moyenne journaliere
       *> a ne plus depasser - ces bus sont a tourner sur des circuits
       *> plus courts. Les contrats echus montrent le depassement reel.

       file-control.
           select f-location assign 'Location.dat'
           organization indexed access dynamic
           record key numBusLoc
           file status is statusLocation.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-location.
       1 Location.
           2 numBusLoc pic 9(4).
           2 loueurLoc pic x(30).
           2 loyerMensuelLoc pic 9(6)v99.
           2 dateDebLoc pic 9(8).
           2 dateFinLoc pic 9(8).
           2 kmContratLoc pic 9(7).
           2 prixKmSupLoc pic 9(2)v999.
           2 kmDebutLoc pic 9(6).

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

       fd f-rapport.
       1 rapport.
           2 ligne pic x(100).

       working-storage section.
       1 statusLocation pic xx.
       1 statusBus pic xx.
       1 suivant pic x.
       1 ligneVide pic x(100) value spaces.
       1 nomRapport pic x(30).
       1 dateJour pic 9(8).

       1 jourJour pic 9(7).
       1 jourDeb pic 9(7).
       1 jourFin pic 9(7).
       1 joursEcoules pic 9(5).
       1 joursRestants pic 9(5).

       1 kmConsommes pic 9(7).
       1 kmJour pic 9(5)v99.
       1 kmProjetes pic 9(7).
       1 kmExcedent pic 9(7).
       1 kmJourMax pic 9(5)v99.
       1 coutExcedent pic 9(7)v99.

       1 nbContrats pic 9(4) value 0.
       1 nbDepassements pic 9(4) value 0.
       1 totalLoyers pic 9(8)v99 value 0.
       1 totalExcedent pic 9(8)v99 value 0.

       1 kmEdite pic z(6)9.
       1 kmJourEdite pic zzzz9.9.
       1 montantEdite pic zzzzzz9.99.
       1 nbEdite pic zzz9.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 busTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 busOuvert value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-res.
           2 line 4 col 4 'Suivi des bus en location'.
           2 line 6 col 10 'Rapport produit : '.
           2 a-nbContrats pic zzz9 from nbContrats.
           2 ' contrat(s) dans '.
           2 a-nomRapport pic x(30) from nomRapport.
           2 line 7 col 10 'Bus en d'&x'82'&'passement pr'&x'82'&
           'visible : '.
           2 a-nbDepassements pic zzz9 from nbDepassements.

       1 a-plg-vide.
           2 line 4 col 4 'Suivi des bus en location'.
           2 line 6 col 10 'Aucun contrat de location enregistr'&
           x'82'.

       procedure division.
           move 0 to nbContrats
           move 0 to nbDepassements
           move 0 to totalLoyers
           move 0 to totalExcedent
           set fin-lire to false
           set busOuvert to false

           display a-effacer
           open input f-location
           if statusLocation not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-bus
           if statusBus = '00' then
               set busOuvert to true
           end-if

           accept dateJour from date yyyymmdd
           compute jourJour = function integer-of-date(dateJour)
           move spaces to nomRapport
           string 'locations-' dateJour(1:6) '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'BUS EN LOCATION - SUIVI KILOMETRIQUE au' to
               ligne(1:39)
           move dateJour to ligne(41:8)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Bus  Loueur         Fin contrat  Forfait  Consomme'
               to ligne(1:50)
           move 'Km/jour Projete Excedent     Cout' to ligne(52:33)
           write rapport

           set fin-lire to false
           read f-location next
           end set fin-lire to true end-read
           perform until fin-lire
               perform mod-traiterContrat
               read f-location next
               end set fin-lire to true end-read
           end-perform
           close f-location
           if busOuvert then
               close f-bus
               set busOuvert to false
           end-if

           perform mod-ecrireTotaux
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-traiterContrat.
           if dateDebLoc > dateJour then
               exit paragraph
           end-if
           set busTrouve to false
           if busOuvert then
               move numBusLoc to numero
               read f-bus
                   not invalid key
                       set busTrouve to true
               end-read
           end-if
           if not busTrouve or busRetire then
               exit paragraph
           end-if

           add 1 to nbContrats
           if dateFinLoc >= dateJour then
               add loyerMensuelLoc to totalLoyers
           end-if

           compute jourDeb = function integer-of-date(dateDebLoc)
           compute jourFin = function integer-of-date(dateFinLoc)
           compute joursEcoules = jourJour - jourDeb
           if joursEcoules = 0 then
               move 1 to joursEcoules
           end-if
           move 0 to joursRestants
           if jourFin > jourJour then
               compute joursRestants = jourFin - jourJour
           end-if

           move 0 to kmConsommes
           if kilom > kmDebutLoc then
               compute kmConsommes = kilom - kmDebutLoc
           end-if
           compute kmJour rounded = kmConsommes / joursEcoules
           compute kmProjetes rounded =
               kmConsommes + kmJour * joursRestants

           move 0 to kmExcedent
           move 0 to coutExcedent
           if kmProjetes > kmContratLoc then
               compute kmExcedent = kmProjetes - kmContratLoc
               compute coutExcedent rounded =
                   kmExcedent * prixKmSupLoc
               add 1 to nbDepassements
               add coutExcedent to totalExcedent
           end-if

           move ligneVide to ligne
           move numBusLoc to ligne(1:4)
           move loueurLoc(1:14) to ligne(6:14)
           move dateFinLoc to ligne(21:8)
           move kmContratLoc to kmEdite
           move kmEdite to ligne(33:7)
           move kmConsommes to kmEdite
           move kmEdite to ligne(43:7)
           move kmJour to kmJourEdite
           move kmJourEdite to ligne(52:7)
           move kmProjetes to kmEdite
           move kmEdite to ligne(60:7)
           if kmExcedent > 0 then
               move kmExcedent to kmEdite
               move kmEdite to ligne(69:7)
               move coutExcedent to montantEdite
               move montantEdite to ligne(76:10)
               if joursRestants = 0 then
                   move 'ECHU' to ligne(88:4)
               else
                   move 'A TOURNER' to ligne(88:9)
               end-if
           end-if
           write rapport

           if kmExcedent > 0 and joursRestants > 0 then
               perform mod-ecrireObjectif
           end-if
       .

       *> moyenne journaliere a tenir pour finir dans le forfait
       mod-ecrireObjectif.
           move 0 to kmJourMax
           if kmContratLoc > kmConsommes then
               compute kmJourMax rounded =
                   (kmContratLoc - kmConsommes) / joursRestants
           end-if
           move ligneVide to ligne
           move 'moyenne a tenir jusqu''a la fin (km/jour) :'
               to ligne(6:43)
           move kmJourMax to kmJourEdite
           move kmJourEdite to ligne(52:7)
           write rapport
       .

       mod-ecrireTotaux.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Contrats suivis' to ligne(1:15)
           move nbContrats to nbEdite
           move nbEdite to ligne(30:4)
           write rapport
           move ligneVide to ligne
           move 'Loyers mensuels en cours' to ligne(1:24)
           move totalLoyers to montantEdite
           move montantEdite to ligne(30:10)
           write rapport
           move ligneVide to ligne
           move 'Bus en depassement' to ligne(1:18)
           move nbDepassements to nbEdite
           move nbEdite to ligne(30:4)
           write rapport
           move ligneVide to ligne
           move 'Cout excedentaire projete' to ligne(1:25)
           move totalExcedent to montantEdite
           move montantEdite to ligne(30:10)
           write rapport
       .

       end program rapportLocations.
