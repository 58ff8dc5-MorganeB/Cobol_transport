       1 nbTravaux pic 9(3) value 0.

       1 kmPrevus pic 9(7).

       *> kilometres a vide depot <-> circuit (calculHautLePied)
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).
       1 seuilKm pic 9(7).
       1 dernierKm pic 9(6).

                                       add distanceCircuit
                                           to kmPrevus
                               end-read
                               call 'calculHautLePied' using
                                   numbusA numCircuitA kmAllerHLP
                                   kmRetourHLP minutesHLP end-call
                               add kmAllerHLP kmRetourHLP
                                   to kmPrevus
                           end-if
                       end-if
               end-read
