
       *> rapprochement kilometrique par bus sur une periode : les
       *> kilometres impliques par ses affectations non annulees
       *> (distance des circuits rattaches, approche et retour a
       *> vide depuis le depot comprises) sont confrontes au
       *> mouvement du compteur observe sur la meme periode (releves
       *> d'odometre du carnet de carburant); un ecart au-dela de la
       *> tolerance signale des sorties hors systeme, des
           2 ligne pic x(80).

       working-storage section.
       *> kilometres a vide depot <-> circuit (calculHautLePied)
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).
       1 statusCarb pic xx.
       1 statusRelais pic xx.
       1 statusDistance pic xx.
       1 kmLigne pic 9(5).

       *> itineraire en etapes (calculItineraire) : ses km
       *> remplacent la distance du circuit
       1 typeItin pic x(01) value 'A'.
       1 sansBorne pic 9(8) value 0.
       1 nbEtapesIt pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).

       1 pic x value 'o'.
       88 distanceOuvert value 'o' false 'n'.

                                           move distanceCircuit
                                               to kmLigne
                                   end-read
                                   call 'calculHautLePied' using
                                       numbusA numCircuitA kmAllerHLP
                                       kmRetourHLP minutesHLP
                                   end-call
                                   add kmAllerHLP kmRetourHLP
                                       to kmLigne
                               else
                                   perform mod-distanceMatrice
                               end-if
           end-perform
       .

       *> sortie hors circuit : les km de son itineraire en etapes,
       *> sinon la matrice des distances donne la distance attendue
       *> d'apres la destination portee en motif (depart a blanc =
       *> depuis la base); sans entree, la sortie reste sans distance
       *> attendue comme avant
       mod-distanceMatrice.
           move 0 to kmLigne
           call 'calculItineraire' using typeItin Numaffect sansBorne
               sansBorne nbEtapesIt kmItin minutesItin nuitsItin
           end-call
           if nbEtapesIt > 0 then
               move kmItin to kmLigne
               exit paragraph
           end-if
           if distanceOuvert then
               move spaces to villeDepD
               move motifA(1:20) to villeArrD
