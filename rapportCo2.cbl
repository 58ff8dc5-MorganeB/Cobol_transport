       1 totalCo2Kg pic 9(9)v99 value 0.
       1 kmTotal pic 9(9) value 0.
       1 kmTrajet pic 9(5).

       *> itineraire en etapes (calculItineraire) : ses km
       *> remplacent la distance du circuit
       1 typeItin pic x(01) value 'A'.
       1 sansBorne pic 9(8) value 0.
       1 nbEtapesIt pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).
       1 co2Ligne pic 9(9)v99.
       1 co2Edite pic zzzzzzz9.99.
       1 idxTab pic 9(3).
                       move distanceCircuit to kmTrajet
               end-read
           end-if
           call 'calculItineraire' using typeItin Numaffect sansBorne
               sansBorne nbEtapesIt kmItin minutesItin nuitsItin
           end-call
           if nbEtapesIt > 0 then
               move kmItin to kmTrajet
           end-if
           if kmTrajet > 0 then
               add kmTrajet to kmTotal
               perform mod-cumulerCircuit
