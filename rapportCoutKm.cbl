       *> de l'annee) et les frais de route (frais approuves des
       *> affectations du bus) sont additionnes puis rapportes aux
       *> kilometres parcourus (mouvement du compteur sur l'annee) -
       *> le chiffre qui decide quel vehicule part a la reforme; les
       *> kilometres a vide (depot <-> circuit) des affectations de
       *> l'annee sont montres a part et, sans releve de compteur,
       *> les kilometres planifies (circuit + vide) servent de base;
       *> la main-d'oeuvre d'entretien preventif pointee a l'atelier
       *> s'ajoute aux reparations (celle des incidents est deja dans
       *> leur cout de reparation); un bus en location (Location.dat)
       *> est valorise au loyer des mois de l'annee couverts par son
       *> contrat au lieu de l'amortissement (marque L)

       file-control.
           select f-bus assign 'FBus.dat' organization
           alternate record key numAffectF duplicates
           file status is statusFrais.

           select f-pointage assign 'PointageAtelier.dat'
           organization indexed access dynamic
           record key numPointage
           alternate record key numMecaP duplicates
           alternate record key numBusP duplicates
           file status is statusPointage.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates.

           select f-circuit assign 'Circuit.dat' organization
           indexed access dynamic record key numCircuit
           file status is statusCircuit.

           select f-location assign 'Location.dat'
           organization indexed access dynamic
           record key numBusLoc
           file status is statusLocation.

           select f-rapport assign nomRapport organization line
           sequential.

               88 fraisRejete value 'R'.
           2 motifRejetFrais pic x(30).

       fd f-pointage.
       1 PointageAtelier.
           2 numPointage pic 9(6).
           2 numMecaP pic 9(4).
           2 datePointage pic 9(8).
           2 typePointage pic x(01).
               88 pointageReparation value 'R'.
               88 pointageEntretien value 'E'.
           2 numIncidentP pic 9(4).
           2 numBusP pic 9(4).
           2 operationPt pic x(10).
           2 heuresP pic 9(2)v99.
           2 coutMainOeuvreP pic 9(6)v99.
           2 operateurP pic x(10).

       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

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

       fd f-rapport.
       1 rapport.
           2 ligne pic x(90).
       1 statusCarb pic xx.
       1 statusFIncident pic xx.
       1 statusFrais pic xx.
       1 statusPointage pic xx.
       1 statusCircuit pic xx.
       1 statusLocation pic xx.

       *> mois de l'annee couverts par un contrat de location
       1 moisAnnee pic 9(6).
       1 moisDebLoc pic 9(6).
       1 moisFinLoc pic 9(6).
       1 idxMois pic 9(2).
       1 nbMoisLoues pic 9(2).

       *> kilometres planifies de l'annee (circuit + trajets a vide)
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).
       1 kmHLPAnnee pic 9(7).
       1 kmPlanifAnnee pic 9(7).

       *> itineraire en etapes (calculItineraire) : ses km
       *> remplacent la distance du circuit
       1 typeItin pic x(01) value 'A'.
       1 sansBorne pic 9(8) value 0.
       1 nbEtapesIt pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).

       1 suivant pic x.
       1 ligneVide pic x(90) value spaces.
       1 nomRapport pic x(30).
       1 pic x value 'o'.
       88 fraisOuverts value 'o' false 'n'.

       1 pic x value 'o'.
       88 pointagesOuverts value 'o' false 'n'.

       1 pic x value 'o'.
       88 locationsOuvertes value 'o' false 'n'.

       1 pic x value 'o'.
       88 circuitOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 busLoue value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.
           2 line 18 col 10 'Rapport de co'&x'96'&'t produit'.

       procedure division.
           set fin-lireBus to false
           set carburantOuvert to true
           set incidentsOuverts to true
           set fraisOuverts to true
           set pointagesOuverts to true
           set locationsOuvertes to true
           set circuitOuvert to true

           display s-plg-saisie
           accept s-annee


           open input f-bus
           open input f-affectation
           open input f-circuit
           if statusCircuit not = '00' then
               set circuitOuvert to false
           end-if
           open input f-carburant
           if statusCarb not = '00' then
               set carburantOuvert to false
           if statusFrais not = '00' then
               set fraisOuverts to false
           end-if
           open input f-pointage
           if statusPointage not = '00' then
               set pointagesOuverts to false
           end-if
           open input f-location
           if statusLocation not = '00' then
               set locationsOuvertes to false
           end-if
           open output f-rapport

           move ligneVide to ligne
           move anneeSaisie to ligne(33:4)
           write rapport
           move ligneVide to ligne
           move 'Bus    Amort/loy  Carburant  Reparations'
               to ligne(1:40)
           move 'Frais      Total       Km      /km' to ligne(44:34)
           move 'dont vide' to ligne(82:9)
           write rapport
           move ligneVide to ligne
           write rapport

           close f-bus
           close f-affectation
           if circuitOuvert then
               close f-circuit
           end-if
           if carburantOuvert then
               close f-carburant
           end-if
           if fraisOuverts then
               close f-frais
           end-if
           if pointagesOuverts then
               close f-pointage
           end-if
           if locationsOuvertes then
               close f-location
           end-if
           close f-rapport

           display a-plg-res
           goback.

       mod-traiterBus.
           perform mod-location
           if not busLoue then
               perform mod-amortissement
           end-if
           perform mod-carburantAnnee
           perform mod-reparationsAnnee
           perform mod-fraisAnnee
           perform mod-kmPlanifies
           if kmAnnee = 0 then
               move kmPlanifAnnee to kmAnnee
           end-if

           compute coutTotal = coutAmortissement + coutCarburant
               + coutReparations + coutFrais

           move ligneVide to ligne
           move numero to ligne(1:4)
           if busLoue then
               move 'L' to ligne(5:1)
           end-if
           move coutAmortissement to montantEdite
           move montantEdite to ligne(7:10)
           move coutCarburant to montantEdite
           else
               move 'pas km' to ligne(74:6)
           end-if
           move kmHLPAnnee to ligne(82:7)
           write rapport
       .

       *> kilometres planifies du bus sur l'annee d'apres ses
       *> affectations non annulees : distance du circuit plus
       *> approche et retour a vide depuis le depot
       mod-kmPlanifies.
           move 0 to kmHLPAnnee
           move 0 to kmPlanifAnnee
           move numero to numbusA
           start f-affectation key is equal numbusA
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-affectation next
                   at end
                       set finVerif to true
                   not at end
                       if numbusA not = numero then
                           set finVerif to true
                       else
                           if not annulee
                           and numCircuitA not = 0
                           and dateDebAffectA >= debAnnee
                           and dateDebAffectA <= finAnnee then
                               perform mod-kmAffectation
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-kmAffectation.
           call 'calculItineraire' using typeItin Numaffect sansBorne
               sansBorne nbEtapesIt kmItin minutesItin nuitsItin
           end-call
           if nbEtapesIt > 0 then
               add kmItin to kmPlanifAnnee
           else
               if circuitOuvert then
                   move numCircuitA to numCircuit
                   read f-circuit
                       not invalid key
                           add distanceCircuit to kmPlanifAnnee
                   end-read
               end-if
           end-if
           call 'calculHautLePied' using numbusA numCircuitA
               kmAllerHLP kmRetourHLP minutesHLP end-call
           add kmAllerHLP kmRetourHLP to kmHLPAnnee
           add kmAllerHLP kmRetourHLP to kmPlanifAnnee
       .

       *> dotation de l'annee : prix d'achat / duree, seulement si
       *> l'annee demandee tombe dans la fenetre d'amortissement
       mod-amortissement.
           end-if
       .

       *> bus loue : loyer de chaque mois de l'annee compris entre
       *> le mois de debut et le mois de fin du contrat, porte dans la
       *> colonne de l'amortissement
       mod-location.
           set busLoue to false
           if not locationsOuvertes then
               exit paragraph
           end-if
           move numero to numBusLoc
           read f-location
               invalid key
                   exit paragraph
           end-read
           set busLoue to true
           compute moisDebLoc = dateDebLoc / 100
           compute moisFinLoc = dateFinLoc / 100
           move 0 to nbMoisLoues
           perform varying idxMois from 1 by 1 until idxMois > 12
               compute moisAnnee = anneeSaisie * 100 + idxMois
               if moisAnnee >= moisDebLoc
               and moisAnnee <= moisFinLoc then
                   add 1 to nbMoisLoues
               end-if
           end-perform
           compute coutAmortissement =
               loyerMensuelLoc * nbMoisLoues
       .

       *> pleins de l'annee et mouvement du compteur observe
       mod-carburantAnnee.
           move 0 to coutCarburant
                   end-read
               end-perform
           end-if
           perform mod-entretienAnnee
       .

       *> main-d'oeuvre d'entretien preventif pointee sur le bus
       mod-entretienAnnee.
           if pointagesOuverts then
               move numero to numBusP
               start f-pointage key is equal numBusP
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-pointage next
                       at end
                           set finVerif to true
                       not at end
                           if numBusP not = numero then
                               set finVerif to true
                           else
                               if pointageEntretien
                               and datePointage >= debAnnee
                               and datePointage <= finAnnee then
                                   add coutMainOeuvreP
                                       to coutReparations
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       *> frais approuves de l'annee rattaches aux affectations du
