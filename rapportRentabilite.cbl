       *> rentabilite par circuit sur une periode : la recette
       *> facturee (montantTarifA des affectations) est confrontee au
       *> carburant (cout des pleins de la periode reparti au prorata
       *> des km, trajets a vide depuis le depot compris), au temps
       *> de conduite (heures des affectations au
       *> taux horaire TAUXHORAIRE de Parametres.dat, 15 euros a
       *> defaut), aux sous-traitants (tarif convenu TarifST.dat, a
       *> defaut le taux de la fiche) et aux frais de route; la
       *> commission des agences de voyages apporteuses est deduite
       *> ensuite (commission calculee par commissionsAgences, a
       *> defaut estimee au taux fige sur l'affectation) pour donner
       *> la marge nette; le classement sort par marge nette
       *> croissante pour que les circuits qui perdent de l'argent
       *> arrivent en tete de liste

       file-control.
           select f-affectation assign 'Affectation.dat' organization
           record key codeParam
           file status is statusParam.

           select f-affectAgence assign 'AffectAgence.dat'
           organization indexed access dynamic
           record key numAffectAG
           alternate record key numAgenceAG duplicates
           file status is statusAffectAgence.

           select f-commission assign 'CommissionAgence.dat'
           organization indexed access dynamic
           record key cleCommission
           alternate record key numAffectCA duplicates
           alternate record key numAgenceCA duplicates
           file status is statusCommission.

           select f-rapport assign 'rentabilite.txt' organization
           line sequential.

           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-affectAgence.
       1 AffectAgence.
           2 numAffectAG pic 9(6).
           2 numAgenceAG pic 9(4).
           2 numCommandeAG pic 9(6).
           2 tauxCommissionAG pic 9(2)v99.

       fd f-commission.
       1 CommissionAgence.
           2 cleCommission.
               3 numFactureCA pic 9(6).
               3 seqLigneCA pic 9(3).
           2 numAffectCA pic 9(6).
           2 numAgenceCA pic 9(4).
           2 moisCA pic 9(6).
           2 numClientCA pic 9(4).
           2 dateTrajetCA pic 9(8).
           2 baseHTCA pic 9(9)v99.
           2 tauxCA pic 9(2)v99.
           2 montantCA pic 9(7)v99.

       fd f-rapport.
       1 rapport.
           2 ligne pic x(110).

       working-storage section.
       1 statusCircuit pic xx.
       1 statusTarifST pic xx.
       1 statusST pic xx.
       1 statusParam pic xx.
       1 statusAffectAgence pic xx.
       1 statusCommission pic xx.
       1 suivant pic x.
       1 ligneVide pic x(110) value spaces.
       1 commissionTrajet pic 9(7)v99.

       1 pic x value 'n'.
       88 commissionTrouvee value 'o' false 'n'.

       1 dateDebutFiltre pic 9(8) value 0.
       1 dateFinFiltre pic 9(8) value 0.
       1 heuresJourStandard pic 9(2)v99 value 7.

       1 kmTrajet pic 9(5).

       *> itineraire en etapes (calculItineraire) : ses km
       *> remplacent la distance du circuit
       1 typeItin pic x(01) value 'A'.
       1 sansBorne pic 9(8) value 0.
       1 nbEtapesIt pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).

       *> trajets a vide depot <-> circuit (calculHautLePied) : les
       *> kilometres s'ajoutent au prorata carburant, le temps de
       *> roulage aux heures de conduite
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).
       1 heuresTrajet pic 9(4)v99.
       1 minutesDeb pic 9(5).
       1 minutesFin pic 9(5).
       1 pic x value 'n'.
       88 tarifSTTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 fraisOuverts value 'o' false 'n'.

       1 pic x value 'n'.
       88 circuitOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 tarifSTOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 sousTraitantOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectAgenceOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 commissionOuverte value 'o' false 'n'.

       *> cumuls par circuit
       1 nbCircuits pic 9(3) value 0.
       1 tabCircuits.
               3 tabCircST pic 9(9)v99.
               3 tabCircFrais pic 9(9)v99.
               3 tabCircMarge pic s9(9)v99.
               3 tabCircComm pic 9(9)v99.
               3 tabCircMargeNette pic s9(9)v99.
       1 tabCircTmp.
           2 tabCircNumTmp pic 9(4).
           2 tabCircRecetteTmp pic s9(9)v99.
           2 tabCircSTTmp pic 9(9)v99.
           2 tabCircFraisTmp pic 9(9)v99.
           2 tabCircMargeTmp pic s9(9)v99.
           2 tabCircCommTmp pic 9(9)v99.
           2 tabCircMargeNetteTmp pic s9(9)v99.

       screen section.
       1 a-effacer.
           2 ' circuit(s))'.

       procedure division.
           move 0 to nbCircuits
           move 0 to coutCarburantTotal
           move 0 to kmTousCircuits
           set fin-lire to false
           set fraisOuverts to false
           set circuitOuvert to false
           set tarifSTOuvert to false
           set sousTraitantOuvert to false
           set affectAgenceOuverte to false
           set commissionOuverte to false

           display s-plg-filtre
           accept s-dateDeb
           accept s-dateFin

           open input f-affectation
           open input f-circuit
           if statusCircuit = '00' then
               set circuitOuvert to true
           end-if
           open input f-frais
           if statusFrais = '00' then
               set fraisOuverts to true
           end-if
           open input f-tarifST
           if statusTarifST = '00' then
               set tarifSTOuvert to true
           end-if
           open input f-sousTraitant
           if statusST = '00' then
               set sousTraitantOuvert to true
           end-if
           open input f-affectAgence
           if statusAffectAgence = '00' then
               set affectAgenceOuverte to true
           end-if
           open input f-commission
           if statusCommission = '00' then
               set commissionOuverte to true
           end-if

           read f-affectation next
           end set fin-lire to true end-read
           end-perform

           close f-affectation
           if circuitOuvert then
               close f-circuit
               set circuitOuvert to false
           end-if
           if fraisOuverts then
               close f-frais
               set fraisOuverts to false
           end-if
           if tarifSTOuvert then
               close f-tarifST
               set tarifSTOuvert to false
           end-if
           if sousTraitantOuvert then
               close f-sousTraitant
               set sousTraitantOuvert to false
           end-if
           if affectAgenceOuverte then
               close f-affectAgence
               set affectAgenceOuverte to false
           end-if
           if commissionOuverte then
               close f-commission
               set commissionOuverte to false
           end-if

           perform mod-calculerMarges
               perform mod-kmTrajet
               perform mod-heuresTrajet
               perform mod-fraisTrajet
               perform mod-commissionTrajet

               if numSousTraitantA not = 0 then
                   perform mod-coutSousTraitant
               move 0 to tabCircST(nbCircuits)
               move 0 to tabCircFrais(nbCircuits)
               move 0 to tabCircMarge(nbCircuits)
               move 0 to tabCircComm(nbCircuits)
               move 0 to tabCircMargeNette(nbCircuits)
               move nbCircuits to idxTab
           end-if
       .

       mod-kmTrajet.
           move 0 to kmTrajet
           move 0 to minutesHLP
           if circuitOuvert then
               move numCircuitA to numCircuit
               read f-circuit
                   not invalid key
                       move distanceCircuit to kmTrajet
               end-read
           end-if
           call 'calculItineraire' using typeItin Numaffect sansBorne
               sansBorne nbEtapesIt kmItin minutesItin nuitsItin
           end-call
           if nbEtapesIt > 0 then
               move kmItin to kmTrajet
           end-if
           if numbusA not = 0 then
               call 'calculHautLePied' using numbusA numCircuitA
                   kmAllerHLP kmRetourHLP minutesHLP end-call
               add kmAllerHLP kmRetourHLP to kmTrajet
           end-if
       .

       *> heures du trajet : plage saisie, sinon journee standard
                   move heuresJourStandard to heuresTrajet
               end-if
           end-if
           if minutesHLP > 0 then
               compute heuresTrajet rounded =
                   heuresTrajet + minutesHLP / 60
           end-if
       .

       mod-fraisTrajet.
           if fraisOuverts then
               move Numaffect to numAffectF
               start f-frais key is equal numAffectF
                   invalid key
           end-if
       .

       *> commission de l'agence apporteuse du trajet : celle que
       *> commissionsAgences a calculee sur la facture, sinon une
       *> estimation au taux fige sur l'affectation
       mod-commissionTrajet.
           if not affectAgenceOuverte then
               exit paragraph
           end-if
           move Numaffect to numAffectAG
           read f-affectAgence
               invalid key
                   exit paragraph
           end-read

           move 0 to commissionTrajet
           set commissionTrouvee to false
           if commissionOuverte then
               move Numaffect to numAffectCA
               start f-commission key is equal numAffectCA
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-commission next
                       at end
                           set finVerif to true
                       not at end
                           if numAffectCA not = Numaffect then
                               set finVerif to true
                           else
                               set commissionTrouvee to true
                               add montantCA to commissionTrajet
                           end-if
                   end-read
               end-perform
           end-if
           if not commissionTrouvee then
               compute commissionTrajet rounded =
                   montantTarifA * tauxCommissionAG / 100
           end-if
           add commissionTrajet to tabCircComm(idxTab)
       .

       *> cout du trajet sous-traite : tarif convenu en vigueur
       *> (TarifST.dat), a defaut le taux au km de la fiche
       mod-coutSousTraitant.
           move 0 to coutTrajet
           set tarifSTTrouve to false
           if tarifSTOuvert then
               move numSousTraitantA to numSousTraitantT
               start f-tarifST key is equal numSousTraitantT
                   invalid key
                   end-read
               end-perform
           end-if
           if not tarifSTTrouve and sousTraitantOuvert then
               move numSousTraitantA to numSousTraitant
               read f-sousTraitant
                   not invalid key
                   - (tabCircHeures(idxTab) * tauxHoraire)
                   - tabCircST(idxTab)
                   - tabCircFrais(idxTab)
               compute tabCircMargeNette(idxTab) =
                   tabCircMarge(idxTab) - tabCircComm(idxTab)
           end-perform
       .

       *> tri a bulles par marge nette croissante : les circuits
       *> qui perdent de l'argent sortent en tete
       mod-trierParMarge.
           perform varying idxTab from 1 by 1
               until idxTab >= nbCircuits
               perform varying idxTab2 from 1 by 1
                   until idxTab2 > nbCircuits - idxTab
                   if tabCircMargeNette(idxTab2) >
                   tabCircMargeNette(idxTab2 + 1) then
                       move tabCircLigne(idxTab2) to tabCircTmp
                       move tabCircLigne(idxTab2 + 1)
                           to tabCircLigne(idxTab2)
           move dateFinFiltre to ligne(40:8)
           write rapport
           move ligneVide to ligne
           move '(classement par marge nette croissante : les'
               to ligne(1:44)
           move ' pires circuits en tete)' to ligne(45:24)
           write rapport
           move ligneVide to ligne
           write rapport
           move 'Circ   Recette      Carburant    Conduite'
               to ligne(1:41)
           move 'Sous-trait.  Frais        Marge' to ligne(46:31)
           move 'Commission   Marge nette' to ligne(85:24)
           write rapport

           perform varying idxTab from 1 by 1
               move montantEdite to ligne(58:12)
               move tabCircMarge(idxTab) to montantEdite
               move montantEdite to ligne(71:12)
               move tabCircComm(idxTab) to montantEdite
               move montantEdite to ligne(84:12)
               move tabCircMargeNette(idxTab) to montantEdite
               move montantEdite to ligne(97:12)
               write rapport
           end-perform

