           alternate record key NumCircuitArc duplicates
       file status is statusArchive.


       file section.
       fd f-affectation.
           2 numCircuitA pic 9(4).
           2 statusA pic x(01) value 'N'.
               88 annulee value 'A'.
               88 aRisque value 'R'.
           2 motifAnnulA pic x(30).
           2 placesReservees pic 9(3).
           2 passagersReels pic 9(3).
           2 numSousTraitantArc pic 9(4).
           2 numchauf2Arc pic 9(4).

       working-storage section.
       1 statusFrais pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 totalFrais pic 9(8)v99.

       1 statusArchive pic xx.

       *> kilometres haut-le-pied (depot -> depart, arrivee ->
       *> depot) calcules par calculHautLePied
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).
       1 kmTotalHLP pic 9(5).

       1 pic x value 'n'.
       88 archiveTrouvee value 'o' false 'n'.

       1 a-plg-circuitAucun.
           2 line 15 col 5 'Circuit : aucun'.

       1 a-plg-hautLePied.
           2 line 15 col 55 'Haut-le-pied : '.
           2 a-kmHLP pic zzzz9 from kmTotalHLP.
           2 ' km'.

       1 a-plg-annulee.
           2 line 16 col 5 'ANNUL'&x'82'&'E - motif : '.
           2 a-motifAnnul pic x(30) from motifAnnulA.

       1 a-plg-aRisque.
           2 line 16 col 5 'A RISQUE (perturbation d'&x'82'&'clar'&
           x'82'&'e)'.

       1 a-plg-frais.
           2 line 17 col 5 'Frais de mission : '.
           2 a-totalFrais pic zzzzzz9.99 from totalFrais.
                       close f-circuit
                       if circuitTrouve then
                           display a-plg-circuit
                           perform mod-hautLePied
                       else
                           display a-plg-circuitAucun
                       end-if
                   if annulee then
                       display a-plg-annulee
                   end-if
                   if aRisque then
                       display a-plg-aRisque
                   end-if

                   perform mod-totalFrais
                   display a-plg-frais
           move Numaffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move typeSaisi to ligneAudit(54:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> recherche par matricule chauffeur, filtree sur une periode
           end-if
       .

       *> kilometres a vide du bus entre son depot et le circuit
       mod-hautLePied.
           call 'calculHautLePied' using numbusA numCircuitA
               kmAllerHLP kmRetourHLP minutesHLP end-call
           compute kmTotalHLP = kmAllerHLP + kmRetourHLP
           if kmTotalHLP > 0 then
               display a-plg-hautLePied
           end-if
       .

       end program consultAffect.
