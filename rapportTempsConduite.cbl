       1 idxJourFlag pic 9(3).
       1 heuresLigne pic 9(2)v99.
       1 heuresSemaine pic 9(3)v99.
       *> trajets a vide depot <-> circuit (calculHautLePied)
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).

       *> itineraire en etapes (calculItineraire) : ses heures de
       *> conduite du jour et ses nuits hors depot remplacent la
       *> regle des dates et horaires de l'affectation
       1 typeItin pic x(01) value 'A'.
       1 nbEtapesIt pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).
       1 dateJourItin pic 9(8).
       1 minutesDeb pic 9(5).
       1 minutesFin pic 9(5).
       1 intDebAffect pic 9(8).
                   compute intFinAffect =
                       function integer-of-date(dateFinAffectA)
               end-if
               call 'calculHautLePied' using numbusA numCircuitA
                   kmAllerHLP kmRetourHLP minutesHLP end-call
               call 'calculItineraire' using typeItin Numaffect
                   dateDebEffective dateFinEffective nbEtapesIt kmItin
                   minutesItin nuitsItin end-call
               compute intJourCourant =
                   function integer-of-date(dateDebEffective)
               compute intJourFin =
       *> heures de l'affectation courante imputables au jour civil
       *> intJourCourant (meme regle que l'extrait de paie)
       mod-heuresDuJour.
           if nbEtapesIt > 0 then
               compute dateJourItin =
                   function date-of-integer(intJourCourant)
               call 'calculItineraire' using typeItin Numaffect
                   dateJourItin dateJourItin nbEtapesIt kmItin
                   minutesItin nuitsItin end-call
               compute heuresLigne rounded = minutesItin / 60
           else
           if heureDebA = 0 and heureFinA = 0 then
               move heuresJourStandard to heuresLigne
           else
                       move heuresJourStandard to heuresLigne
               end-evaluate
           end-if
           end-if
           *> approche et retour a vide depuis le depot, comptes
           *> le jour du depart
           if intJourCourant = intDebAffect and minutesHLP > 0 then
               compute heuresLigne rounded =
                   heuresLigne + minutesHLP / 60
           end-if
       .

       mod-controlerJours.
