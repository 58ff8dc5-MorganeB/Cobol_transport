           select f-imprime assign nomImprime organization line
           sequential.

       file section.
       fd f-affectation.
       1 Affectation.
       fd f-imprime.
       1 ligneImprime pic x(80).

       working-storage section.
       1 statusST pic xx.
       1 statusTarifST pic xx.
       1 statusCircuit pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 stCourant pic 9(4).
       1 montantTrajet pic 9(9)v99.
       1 kmTrajet pic 9(5).

       *> itineraire en etapes (calculItineraire) : ses km
       *> remplacent la distance du circuit
       1 typeItin pic x(01) value 'A'.
       1 sansBorne pic 9(8) value 0.
       1 nbEtapesIt pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).
       1 modeApplique pic x(01).

       1 pic x value 'o'.
                   close f-circuit
               end-if
           end-if
           call 'calculItineraire' using typeItin Numaffect sansBorne
               sansBorne nbEtapesIt kmItin minutesItin nuitsItin
           end-call
           if nbEtapesIt > 0 then
               move kmItin to kmTrajet
           end-if
       .

       mod-chercherTarifST.
           move stCourant to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move moisSaisi to ligneAudit(54:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program decompteSousTraitants.
