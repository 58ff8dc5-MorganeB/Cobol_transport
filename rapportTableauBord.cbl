       1 ecartConso pic s9(5)v99.

       1 kmTrajet pic 9(5).

       *> itineraire en etapes (calculItineraire) : ses km
       *> remplacent la distance du circuit
       1 typeItin pic x(01) value 'A'.
       1 sansBorne pic 9(8) value 0.
       1 nbEtapesIt pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).
       1 dateDebEffective pic 9(8).
       1 dateFinEffective pic 9(8).
       1 joursIndispo pic 9(3).
                       move distanceCircuit to kmTrajet
               end-read
           end-if
           call 'calculItineraire' using typeItin Numaffect sansBorne
               sansBorne nbEtapesIt kmItin minutesItin nuitsItin
           end-call
           if nbEtapesIt > 0 then
               move kmItin to kmTrajet
           end-if
       .

       mod-cumulerTrajet.
