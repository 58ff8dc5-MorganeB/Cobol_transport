               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates.

       file section.
       fd f-compteH.
       1 CompteHeures.
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       working-storage section.
       1 statusCompteH pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 intFinAffect pic 9(8).
       1 intJourCourant pic 9(8).
       1 intJourFin pic 9(8).
       *> trajets a vide depot <-> circuit (calculHautLePied)
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).
       1 minutesDeb pic 9(5).
       1 minutesFin pic 9(5).
       1 heuresLigne pic 9(2)v99.
                       compute intFinAffect =
                           function integer-of-date(dateFinAffectA)
                   end-if
                   call 'calculHautLePied' using numbusA numCircuitA
                       kmAllerHLP kmRetourHLP minutesHLP end-call
                   compute intJourCourant =
                       function integer-of-date(dateDebEffective)
                   compute intJourFin =
                       move heuresJourStandard to heuresLigne
               end-evaluate
           end-if
           *> approche et retour a vide depuis le depot, comptes
           *> le jour du depart
           if intJourCourant = intDebAffect and minutesHLP > 0 then
               compute heuresLigne rounded =
                   heuresLigne + minutesHLP / 60
           end-if
       .

       *> enregistre la mise a jour dans le journal d'audit
           move chauffeurSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move anneeSaisie to ligneAudit(54:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program compteHeures.
