               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates.

           *> frais d'annulation retenus ou abandonnes (supprAffect)
           select f-fraisAnnul assign 'FraisAnnulation.dat'
           organization indexed access dynamic
           record key numAffectN
           alternate record key numClientN duplicates
           file status is statusFraisAnnul.

           select f-rapport assign 'annulations.txt' organization
           line sequential.

           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       fd f-fraisAnnul.
       1 FraisAnnulation.
           2 numAffectN pic 9(6).
           2 numClientN pic 9(4).
           2 dateTrajetN pic 9(8).
           2 dateAnnulN pic 9(8).
           2 joursPreavisN pic 9(3).
           2 tauxFraisN pic 9(3)v99.
           2 montantTrajetN pic 9(7)v99.
           2 montantFraisN pic 9(7)v99.
           2 numTarifN pic 9(4).
           2 decisionN pic x(01).
               88 fraisFactures value 'F'.
               88 fraisAbandonnes value 'R'.
           2 numFactureN pic 9(6).
               88 fraisNonFactures value 0.
           2 operateurN pic x(10).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).
               3 tabMotifTexte pic x(30).
               3 tabMotifNb pic 9(5).

       *> frais d'annulation des trajets de la periode : retenus
       *> (dont deja factures) et abandonnes, au total et par client
       1 statusFraisAnnul pic xx.
       1 montantEdite pic z(6)9.99.
       1 nbFraisRetenus pic 9(5) value 0.
       1 montantFraisRetenus pic 9(9)v99 value 0.
       1 montantFraisFactures pic 9(9)v99 value 0.
       1 nbFraisAbandonnes pic 9(5) value 0.
       1 montantFraisAbandonnes pic 9(9)v99 value 0.
       1 nbCliFrais pic 9(3) value 0.
       1 tabCliFrais.
           2 tabCliFraisLigne occurs 200 times.
               3 tabCliFraisCle pic 9(4).
               3 tabCliFraisRetenus pic 9(9)v99.
               3 tabCliFraisAbandonnes pic 9(9)v99.

       1 totalAffect pic 9(6) value 0.
       1 totalAnnulees pic 9(6) value 0.

           end-perform
           close f-affectation

           open input f-fraisAnnul
           if statusFraisAnnul = '00' then
               set fin-lire to false
               read f-fraisAnnul next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire
                   and (dateDebutFiltre = 0 or
                   dateTrajetN >= dateDebutFiltre)
                   and (dateFinFiltre = 0 or
                   dateTrajetN <= dateFinFiltre) then
                       perform mod-cumulerFrais
                   end-if
                   read f-fraisAnnul next
                   end set fin-lire to true end-read
               end-perform
               close f-fraisAnnul
           end-if

           perform mod-ecrireRapport
           close f-rapport

           end-if
       .

       mod-cumulerFrais.
           if fraisFactures then
               add 1 to nbFraisRetenus
               add montantFraisN to montantFraisRetenus
               if not fraisNonFactures then
                   add montantFraisN to montantFraisFactures
               end-if
           else
               add 1 to nbFraisAbandonnes
               add montantFraisN to montantFraisAbandonnes
           end-if

           perform varying idxTab from 1 by 1
               until idxTab > nbCliFrais
               or tabCliFraisCle(idxTab) = numClientN
               continue
           end-perform
           if idxTab > nbCliFrais and nbCliFrais < 200 then
               add 1 to nbCliFrais
               move numClientN to tabCliFraisCle(nbCliFrais)
               move 0 to tabCliFraisRetenus(nbCliFrais)
               move 0 to tabCliFraisAbandonnes(nbCliFrais)
               move nbCliFrais to idxTab
           end-if
           if idxTab <= nbCliFrais then
               if fraisFactures then
                   add montantFraisN to tabCliFraisRetenus(idxTab)
               else
                   add montantFraisN to tabCliFraisAbandonnes(idxTab)
               end-if
           end-if
       .

       mod-ecrireRapport.
           move ligneVide to ligne
           move 'ANALYSE DES ANNULATIONS' to ligne(1:23)
               move tabMotifNb(idxTab) to ligne(36:5)
               write rapport
           end-perform

           if nbFraisRetenus not = 0 or nbFraisAbandonnes not = 0
           then
               perform mod-ecrireFrais
           end-if
       .

       mod-ecrireFrais.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Frais d''annulation :' to ligne(1:20)
           write rapport
           move ligneVide to ligne
           move 'retenus' to ligne(3:7)
           move nbFraisRetenus to ligne(12:5)
           move montantFraisRetenus to montantEdite
           move montantEdite to ligne(19:10)
           move 'dont factures' to ligne(31:13)
           move montantFraisFactures to montantEdite
           move montantEdite to ligne(45:10)
           write rapport
           move ligneVide to ligne
           move 'abandonnes' to ligne(3:10)
           move nbFraisAbandonnes to ligne(12:5)
           move montantFraisAbandonnes to montantEdite
           move montantEdite to ligne(19:10)
           write rapport

           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Frais par client :     retenus  abandonnes'
               to ligne(1:42)
           write rapport
           perform varying idxTab from 1 by 1 until idxTab > nbCliFrais
               move ligneVide to ligne
               move tabCliFraisCle(idxTab) to ligne(3:4)
               move tabCliFraisRetenus(idxTab) to montantEdite
               move montantEdite to ligne(21:10)
               move tabCliFraisAbandonnes(idxTab) to montantEdite
               move montantEdite to ligne(33:10)
               write rapport
           end-perform
       .

       mod-ecrireLigneCumul.
