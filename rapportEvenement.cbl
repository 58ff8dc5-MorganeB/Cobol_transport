       program-id. rapportEvenement.

       *> bilan de cloture d'un evenement (gestEvenements) dans
       *> bilanEvenement.txt : pour chaque trajet rattache, les
       *> passagers transportes, les kilometres (etapes de
       *> l'itineraire ou circuit, plus la marche a vide depuis le
       *> depot), les couts et la recette facturee; en total, les
       *> memes chiffres confrontes au budget convenu avec
       *> l'organisateur. Les couts suivent rapportRentabilite :
       *> carburant au cout kilometrique du bus sur les douze mois
       *> qui finissent avec l'evenement (moyenne de la flotte a
       *> defaut, marquee *), heures de conduite au taux TAUXHORAIRE,
       *> tarif convenu des sous-traitants et frais de route non
       *> rejetes. La recette facturee est celle des lignes de
       *> facture des trajets (acomptes deduits exclus).

       file-control.
           select f-evenement assign 'Evenement.dat'
           organization indexed access dynamic
           record key numEvenement
           alternate record key numClientEv duplicates
           file status is statusEvenement.

           select f-evPiece assign 'EvenementPiece.dat'
           organization indexed access dynamic
           record key clePieceEv
           alternate record key numEvenementEP duplicates
           file status is statusEvPiece.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-circuit assign 'Circuit.dat' organization
           indexed access dynamic record key numCircuit
           file status is statusCircuit.

           select f-carburant assign 'Carburant.dat' organization
           indexed access dynamic
           record key numPlein
           alternate record key numBusC duplicates
           file status is statusCarb.

           select f-frais assign 'Frais.dat' organization
           indexed access dynamic
           record key numFrais
           alternate record key numAffectF duplicates
           file status is statusFrais.

           select f-tarifST assign 'TarifST.dat'
           organization indexed access dynamic
           record key numTarifST
           alternate record key numSousTraitantT duplicates
           file status is statusTarifST.

           select f-sousTraitant assign 'SousTraitant.dat'
           organization indexed access dynamic
           record key numSousTraitant
           file status is statusST.

           select f-ligneFact assign 'FactureLigne.dat' organization
           indexed
           access dynamic record key cleLigneFact
           alternate record key numAffectL duplicates
           file status is statusLigneFact.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           select f-rapport assign 'bilanEvenement.txt' organization
           line sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
       fd f-evenement.
       1 Evenement.
           2 numEvenement pic 9(4).
           2 nomEvenement pic x(30).
           2 numClientEv pic 9(4).
           2 dateDebEv pic 9(8).
           2 dateFinEv pic 9(8).
           2 contactEv pic x(30).
           2 telContactEv pic x(15).
           2 budgetEv pic 9(7)v99.
           2 factureUniqueEv pic x(01).
               88 evFactureUnique value 'O'.
           2 numFactureEv pic 9(6).

       fd f-evPiece.
       1 EvenementPiece.
           2 clePieceEv.
               3 typePieceEv pic x(01).
               3 numPieceEv pic 9(6).
           2 numEvenementEP pic 9(4).

       fd f-client.
       1 Client.
           2 numClient pic 9(4).
           2 nomClient pic x(30).
           2 contactClient pic x(30).
           2 adresseClient pic x(40).
           2 conditionsPaiement pic x(20).
           2 statutCredit pic x(01).
               88 clientBloque value 'B'.
           2 seuilRetardCli pic 9(3).

       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numchaufA pic 9(4).
           2 numbusA pic 9(4).
           2 dateDebAffectA pic 9(8).
           2 dateFinAffectA pic 9(8).
           2 motifA pic x(30).
           2 numCircuitA pic 9(4).
           2 statusA pic x(01) value 'N'.
               88 annulee value 'A'.
           2 motifAnnulA pic x(30).
           2 placesReservees pic 9(3).
           2 passagersReels pic 9(3).
           2 numClientA pic 9(4).
           2 numTarifA pic 9(4).
           2 montantTarifA pic 9(7)v99.
           2 heureDebA pic 9(4).
           2 heureFinA pic 9(4).
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       fd f-circuit.
       1 Circuit.
           2 numCircuit pic 9(4).
           2 nomCircuit pic x(30).
           2 villeDepart pic x(20).
           2 villeArrivee pic x(20).
           2 distanceCircuit pic 9(5).
           2 minPlacesCircuit pic 9(3).
           2 modeleRequisCircuit pic x(20).
           2 dateDebValidite pic 9(8).
           2 dateFinValidite pic 9(8).

       fd f-carburant.
       1 Carburant.
           2 numPlein pic 9(6).
           2 numBusC pic 9(4).
           2 dateCarb pic 9(8).
           2 litresCarb pic 9(4)v99.
           2 prixCarb pic 9(6)v99.
           2 odometreCarb pic 9(6).

       fd f-frais.
       1 Frais.
           2 numFrais pic 9(6).
           2 numAffectF pic 9(6).
           2 typeFrais pic x(10).
           2 dateFrais pic 9(8).
           2 montantFrais pic 9(6)v99.
           2 noteFrais pic x(30).
           2 statutFrais pic x(01).
               88 fraisSoumis value 'S'.
               88 fraisApprouve value 'V'.
               88 fraisRejete value 'R'.
           2 motifRejetFrais pic x(30).

       fd f-tarifST.
       1 TarifST.
           2 numTarifST pic 9(4).
           2 numSousTraitantT pic 9(4).
           2 modeTarifST pic x(01).
               88 tarifSTParTrajet value 'T'.
               88 tarifSTParKm value 'K'.
           2 prixTarifST pic 9(6)v99.
           2 dateDebTarifST pic 9(8).
           2 dateFinTarifST pic 9(8).

       fd f-sousTraitant.
       1 SousTraitant.
           2 numSousTraitant pic 9(4).
           2 nomSousTraitant pic x(30).
           2 contactST pic x(30).
           2 tauxST pic 9(6)v99.

       fd f-ligneFact.
       1 FactureLigne.
           2 cleLigneFact.
               3 numFactureL pic 9(6).
               3 seqLigneF pic 9(3).
           2 numAffectL pic 9(6).
           2 dateLigneF pic 9(8).
           2 numCircuitL pic 9(4).
           2 montantLigneF pic 9(7)v99.
           2 fraisLigneF pic 9(8)v99.
           2 tauxTvaLigneF pic 9(2)v99.
           2 typeLigneF pic x(01).
               88 ligneAcompteDeduit value 'D'.

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(110).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusEvenement pic xx.
       1 statusEvPiece pic xx.
       1 statusClient pic xx.
       1 statusAffect pic xx.
       1 statusCircuit pic xx.
       1 statusCarb pic xx.
       1 statusFrais pic xx.
       1 statusTarifST pic xx.
       1 statusST pic xx.
       1 statusLigneFact pic xx.
       1 statusParam pic xx.
       1 suivant pic x.
       1 ligneVide pic x(110) value spaces.
       1 evenementSaisi pic 9(4).
       1 dateJour pic 9(8).
       1 heureGeneration pic 9(6).
       1 nbLignesRapport pic 9(6) value 0.

       *> taux horaire du temps de conduite (Parametres.dat)
       1 tauxHoraire pic 9(4)v99 value 15.
       1 heuresJourStandard pic 9(2)v99 value 7.

       *> itineraire en etapes (calculItineraire) : ses km et ses
       *> heures remplacent le circuit et la plage horaire
       1 typeItin pic x(01) value 'A'.
       1 sansBorne pic 9(8) value 0.
       1 nbEtapesIt pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).

       *> trajets a vide depot <-> circuit (calculHautLePied)
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).

       *> chiffres du trajet
       1 kmTrajet pic 9(6).
       1 heuresTrajet pic 9(4)v99.
       1 minutesDeb pic 9(5).
       1 minutesFin pic 9(5).
       1 nbJoursTrajet pic 9(3).
       1 carbTrajet pic 9(8)v99.
       1 conduiteTrajet pic 9(8)v99.
       1 coutTrajet pic 9(8)v99.
       1 fraisTrajet pic 9(8)v99.
       1 totalTrajet pic 9(8)v99.
       1 factureTrajet pic 9(8)v99.
       1 marqueCarb pic x(01).

       *> cout kilometrique du carburant : par bus de l'evenement
       *> et moyenne de la flotte, pleins des douze mois qui
       *> finissent avec l'evenement
       1 dateDebCarb pic 9(8).
       1 nbBusEv pic 9(3) value 0.
       1 tabBusEv.
           2 tabBusLigne occurs 100.
               3 tabBusNum pic 9(4).
               3 tabBusCoutKm pic 9(3)v9999.
       1 idxBus pic 9(3).
       1 busCourant pic 9(4).
       1 odoMin pic 9(6).
       1 odoMax pic 9(6).
       1 prixBus pic 9(8)v99.
       1 prixFlotte pic 9(9)v99.
       1 kmFlotte pic 9(9).
       1 coutKmFlotte pic 9(3)v9999.
       1 coutKmTrajet pic 9(3)v9999.

       *> totaux de l'evenement
       1 nbTrajetsRealises pic 9(4).
       1 nbTrajetsAnnules pic 9(4).
       1 totPassagers pic 9(7).
       1 totPlaces pic 9(7).
       1 totKm pic 9(9).
       1 totCarb pic 9(9)v99.
       1 totConduite pic 9(9)v99.
       1 totST pic 9(9)v99.
       1 totFrais pic 9(9)v99.
       1 totCouts pic 9(9)v99.
       1 totPrevu pic 9(9)v99.
       1 totFacture pic 9(9)v99.
       1 ecartBudget pic s9(9)v99.
       1 margeEvenement pic s9(9)v99.
       1 tauxCalc pic 9(5)v99.

       1 montantEdite pic --------9.99.
       1 kmEdite pic zzzzz9.
       1 nbEdite pic zzz9.
       1 tauxEdite pic zzzz9.99.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 tarifSTTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 evenementTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 carbEstime value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 evPieceOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 circuitOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 fraisOuverts value 'o' false 'n'.

       1 pic x value 'n'.
       88 tarifSTOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 sousTraitantOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneFactOuverte value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-saisie.
           2 line 4 col 4 'Bilan d''un '&x'82'&'v'&x'82'&'nement'.
           2 line 6 col 10 'Ev'&x'82'&'nement : '.
           2 s-evenement pic 9(4) to evenementSaisi required.

       1 a-plg-inconnu.
           2 line 18 col 10 'Ev'&x'82'&'nement inconnu'.

       1 a-plg-res.
           2 line 18 col 10 'bilanEvenement.txt a bien '&x'82'&'t'&
           x'82'&' cr'&x'82'&x'82'&' ('.
           2 a-nbTrajets pic z(3)9 from nbTrajetsRealises.
           2 ' trajet(s))'.

       procedure division.
           set affectOuverte to false
           set evPieceOuvert to false
           set circuitOuvert to false
           set fraisOuverts to false
           set tarifSTOuvert to false
           set sousTraitantOuvert to false
           set ligneFactOuverte to false

           display a-effacer
           display s-plg-saisie
           accept s-evenement

           set evenementTrouve to false
           open input f-evenement
           if statusEvenement = '00' then
               move evenementSaisi to numEvenement
               read f-evenement
                   not invalid key
                       set evenementTrouve to true
               end-read
               close f-evenement
           end-if
           if not evenementTrouve then
               display a-plg-inconnu
               display a-plg-next
               accept s-next
               goback
           end-if

           accept dateJour from date yyyymmdd
           accept heureGeneration from time
           move 0 to nbLignesRapport nbTrajetsRealises
               nbTrajetsAnnules totPassagers totPlaces totKm totCarb
               totConduite totST totFrais totCouts totPrevu totFacture
           perform mod-chargerTauxHoraire

           open input f-affectation
           if statusAffect = '00' then
               set affectOuverte to true
           end-if
           open input f-evPiece
           if statusEvPiece = '00' then
               set evPieceOuvert to true
           end-if
           perform mod-chargerBus
           perform mod-coutKmCarburant

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
           open input f-ligneFact
           if statusLigneFact = '00' then
               set ligneFactOuverte to true
           end-if
           open output f-rapport
           perform mod-ecrireEntete

           if evPieceOuvert then
               move numEvenement to numEvenementEP
               set fin-lire to false
               start f-evPiece key is equal numEvenementEP
                   invalid key
                       set fin-lire to true
               end-start
               perform until fin-lire
                   read f-evPiece next
                       at end
                           set fin-lire to true
                       not at end
                           if numEvenementEP not = numEvenement then
                               set fin-lire to true
                           else
                               if typePieceEv = 'A' then
                                   perform mod-traiterTrajet
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           perform mod-ecrireTotaux
           close f-rapport

           if affectOuverte then
               close f-affectation
               set affectOuverte to false
           end-if
           if evPieceOuvert then
               close f-evPiece
               set evPieceOuvert to false
           end-if
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
           if ligneFactOuverte then
               close f-ligneFact
               set ligneFactOuverte to false
           end-if

           perform mod-cataloguer
           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-chargerTauxHoraire.
           open input f-parametre
           if statusParam = '00' then
               move 'TAUXHORAIRE' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to tauxHoraire
               end-read
               close f-parametre
           end-if
       .

       *> bus des trajets de l'evenement, pour leur cout kilometrique
       mod-chargerBus.
           move 0 to nbBusEv
           if not evPieceOuvert or not affectOuverte
           then
               exit paragraph
           end-if
           move numEvenement to numEvenementEP
           set fin-lire to false
           start f-evPiece key is equal numEvenementEP
               invalid key
                   set fin-lire to true
           end-start
           perform until fin-lire
               read f-evPiece next
                   at end
                       set fin-lire to true
                   not at end
                       if numEvenementEP not = numEvenement then
                           set fin-lire to true
                       else
                           if typePieceEv = 'A' then
                               move numPieceEv to Numaffect
                               read f-affectation
                                   not invalid key
                                       perform mod-retenirBus
                               end-read
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-retenirBus.
           if numbusA = 0 then
               exit paragraph
           end-if
           perform varying idxBus from 1 by 1
               until idxBus > nbBusEv
               or tabBusNum(idxBus) = numbusA
               continue
           end-perform
           if idxBus > nbBusEv and nbBusEv < 100 then
               add 1 to nbBusEv
               move numbusA to tabBusNum(nbBusEv)
               move 0 to tabBusCoutKm(nbBusEv)
           end-if
       .

       *> pleins lus bus par bus : cout des pleins rapporte au
       *> mouvement du compteur sur les douze mois
       mod-coutKmCarburant.
           move 0 to prixFlotte kmFlotte coutKmFlotte
           compute dateDebCarb = function date-of-integer(
               function integer-of-date(dateFinEv) - 365)
           open input f-carburant
           if statusCarb not = '00' then
               exit paragraph
           end-if
           move 0 to busCourant
           move 0 to numBusC
           set fin-lire to false
           start f-carburant key is not less numBusC
               invalid key
                   set fin-lire to true
           end-start
           perform until fin-lire
               read f-carburant next
                   at end
                       set fin-lire to true
                   not at end
                       if dateCarb >= dateDebCarb
                       and dateCarb <= dateFinEv then
                           if numBusC not = busCourant then
                               perform mod-finBusCarburant
                               move numBusC to busCourant
                               move odometreCarb to odoMin odoMax
                               move 0 to prixBus
                           end-if
                           add prixCarb to prixBus
                           if odometreCarb < odoMin then
                               move odometreCarb to odoMin
                           end-if
                           if odometreCarb > odoMax then
                               move odometreCarb to odoMax
                           end-if
                       end-if
               end-read
           end-perform
           perform mod-finBusCarburant
           close f-carburant
           if kmFlotte > 0 then
               compute coutKmFlotte rounded = prixFlotte / kmFlotte
           end-if
       .

       mod-finBusCarburant.
           if busCourant = 0 or odoMax <= odoMin then
               exit paragraph
           end-if
           add prixBus to prixFlotte
           compute kmFlotte = kmFlotte + odoMax - odoMin
           perform varying idxBus from 1 by 1
               until idxBus > nbBusEv
               if tabBusNum(idxBus) = busCourant then
                   compute tabBusCoutKm(idxBus) rounded =
                       prixBus / (odoMax - odoMin)
               end-if
           end-perform
       .

       mod-traiterTrajet.
           move numPieceEv to Numaffect
           read f-affectation
               invalid key
                   exit paragraph
           end-read
           if annulee then
               add 1 to nbTrajetsAnnules
               exit paragraph
           end-if
           add 1 to nbTrajetsRealises

           perform mod-kmTrajet
           perform mod-heuresTrajet
           perform mod-fraisTrajet
           perform mod-factureTrajet
           move 0 to carbTrajet conduiteTrajet coutTrajet
           move space to marqueCarb
           if numSousTraitantA not = 0 then
               perform mod-coutSousTraitant
           else
               perform mod-coutKmBus
               compute carbTrajet rounded = kmTrajet * coutKmTrajet
               compute conduiteTrajet rounded =
                   heuresTrajet * tauxHoraire
           end-if
           compute totalTrajet = carbTrajet + conduiteTrajet
               + coutTrajet + fraisTrajet

           add passagersReels to totPassagers
           add placesReservees to totPlaces
           add kmTrajet to totKm
           add carbTrajet to totCarb
           add conduiteTrajet to totConduite
           add coutTrajet to totST
           add fraisTrajet to totFrais
           add totalTrajet to totCouts
           add montantTarifA to totPrevu
           add factureTrajet to totFacture

           perform mod-ecrireTrajet
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

       *> heures du trajet : etapes de l'itineraire, sinon plage
       *> saisie, sinon journee standard par jour civil couvert
       mod-heuresTrajet.
           if nbEtapesIt > 0 then
               compute heuresTrajet rounded = minutesItin / 60
           else
           if heureDebA = 0 and heureFinA = 0 then
               if dateFinAffectA = 0
               or dateFinAffectA = dateDebAffectA then
                   move heuresJourStandard to heuresTrajet
               else
                   compute nbJoursTrajet =
                       function integer-of-date(dateFinAffectA)
                       - function integer-of-date(dateDebAffectA)
                       + 1
                   compute heuresTrajet =
                       nbJoursTrajet * heuresJourStandard
               end-if
           else
               compute minutesDeb =
                   function integer(heureDebA / 100) * 60
                   + function mod(heureDebA, 100)
               compute minutesFin =
                   function integer(heureFinA / 100) * 60
                   + function mod(heureFinA, 100)
               if minutesFin > minutesDeb then
                   compute heuresTrajet rounded =
                       (minutesFin - minutesDeb) / 60
               else
                   move heuresJourStandard to heuresTrajet
               end-if
           end-if
           end-if
           if minutesHLP > 0 then
               compute heuresTrajet rounded =
                   heuresTrajet + minutesHLP / 60
           end-if
       .

       mod-fraisTrajet.
           move 0 to fraisTrajet
           if fraisOuverts then
               move Numaffect to numAffectF
               start f-frais key is equal numAffectF
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-frais next
                       at end
                           set finVerif to true
                       not at end
                           if numAffectF not = Numaffect then
                               set finVerif to true
                           else
                               if not fraisRejete then
                                   add montantFrais to fraisTrajet
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       *> lignes de facture du trajet, acomptes deduits exclus
       mod-factureTrajet.
           move 0 to factureTrajet
           if ligneFactOuverte then
               move Numaffect to numAffectL
               start f-ligneFact key is equal numAffectL
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-ligneFact next
                       at end
                           set finVerif to true
                       not at end
                           if numAffectL not = Numaffect then
                               set finVerif to true
                           else
                               if not ligneAcompteDeduit then
                                   compute factureTrajet =
                                       factureTrajet + montantLigneF
                                       + fraisLigneF
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       *> cout kilometrique du bus du trajet, moyenne de la flotte
       *> a defaut
       mod-coutKmBus.
           move 0 to coutKmTrajet
           perform varying idxBus from 1 by 1
               until idxBus > nbBusEv
               if tabBusNum(idxBus) = numbusA then
                   move tabBusCoutKm(idxBus) to coutKmTrajet
               end-if
           end-perform
           if coutKmTrajet = 0 then
               move coutKmFlotte to coutKmTrajet
               move '*' to marqueCarb
               set carbEstime to true
           end-if
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
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-tarifST next
                       at end
                           set finVerif to true
                       not at end
                           if numSousTraitantT
                           not = numSousTraitantA then
                               set finVerif to true
                           else
                               if dateDebTarifST <= dateDebAffectA
                               and (dateFinTarifST = 0 or
                               dateFinTarifST >= dateDebAffectA)
                               then
                                   set tarifSTTrouve to true
                                   if tarifSTParKm then
                                       compute coutTrajet =
                                           prixTarifST * kmTrajet
                                   else
                                       move prixTarifST
                                           to coutTrajet
                                   end-if
                                   set finVerif to true
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           if not tarifSTTrouve and sousTraitantOuvert then
               move numSousTraitantA to numSousTraitant
               read f-sousTraitant
                   not invalid key
                       compute coutTrajet = tauxST * kmTrajet
               end-read
           end-if
       .

       mod-ecrireEntete.
           move ligneVide to ligne
           move 'BILAN DE L''EVENEMENT' to ligne(1:20)
           move numEvenement to ligne(22:4)
           move nomEvenement to ligne(28:30)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Client' to ligne(1:6)
           move numClientEv to ligne(8:4)
           open input f-client
           if statusClient = '00' then
               move numClientEv to numClient
               read f-client
                   not invalid key
                       move nomClient to ligne(14:30)
               end-read
               close f-client
           end-if
           move 'du' to ligne(46:2)
           move dateDebEv to ligne(49:8)
           move 'au' to ligne(58:2)
           move dateFinEv to ligne(61:8)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Contact' to ligne(1:7)
           move contactEv to ligne(14:30)
           move telContactEv to ligne(46:15)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Budget convenu' to ligne(1:14)
           move budgetEv to montantEdite
           move montantEdite to ligne(16:12)
           if evFactureUnique then
               move 'facture unique' to ligne(31:14)
               if numFactureEv not = 0 then
                   move numFactureEv to ligne(46:6)
               end-if
           end-if
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Date     Affect Bus  Pass/Pl.     Km' to ligne(1:37)
           move 'Carburant    Conduite  Sous-trait.' to ligne(42:34)
           move 'Frais  Cout total     Facture' to ligne(81:29)
           perform mod-ecrireLigne
       .

       mod-ecrireTrajet.
           move ligneVide to ligne
           move dateDebAffectA to ligne(1:8)
           move Numaffect to ligne(10:6)
           move numbusA to ligne(17:4)
           move passagersReels to nbEdite
           move nbEdite to ligne(21:4)
           move '/' to ligne(25:1)
           move placesReservees to ligne(26:3)
           move kmTrajet to kmEdite
           move kmEdite to ligne(31:6)
           move carbTrajet to montantEdite
           move montantEdite to ligne(38:12)
           move marqueCarb to ligne(50:1)
           move conduiteTrajet to montantEdite
           move montantEdite to ligne(51:12)
           move coutTrajet to montantEdite
           move montantEdite to ligne(64:12)
           move fraisTrajet to montantEdite
           move montantEdite to ligne(74:12)
           move totalTrajet to montantEdite
           move montantEdite to ligne(86:12)
           move factureTrajet to montantEdite
           move montantEdite to ligne(98:12)
           perform mod-ecrireLigne
       .

       *> totaux de l'evenement et confrontation au budget
       mod-ecrireTotaux.
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Trajets realises' to ligne(1:16)
           move nbTrajetsRealises to nbEdite
           move nbEdite to ligne(36:4)
           move 'annules :' to ligne(44:9)
           move nbTrajetsAnnules to nbEdite
           move nbEdite to ligne(54:4)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Passagers / places reservees' to ligne(1:28)
           move totPassagers to kmEdite
           move kmEdite to ligne(34:6)
           move '/' to ligne(41:1)
           move totPlaces to kmEdite
           move kmEdite to ligne(43:6)
           if totPlaces > 0 then
               compute tauxCalc rounded =
                   totPassagers * 100 / totPlaces
               move tauxCalc to tauxEdite
               move tauxEdite to ligne(51:8)
               move '% de remplissage' to ligne(60:16)
           end-if
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Kilometres (a vide compris)' to ligne(1:27)
           move totKm to kmEdite
           move kmEdite to ligne(34:6)
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne

           move 'Carburant' to ligne(1:9)
           move totCarb to montantEdite
           move montantEdite to ligne(28:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Conduite' to ligne(1:8)
           move totConduite to montantEdite
           move montantEdite to ligne(28:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Sous-traitance' to ligne(1:14)
           move totST to montantEdite
           move montantEdite to ligne(28:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Frais de route' to ligne(1:14)
           move totFrais to montantEdite
           move montantEdite to ligne(28:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'COUTS' to ligne(1:5)
           move totCouts to montantEdite
           move montantEdite to ligne(28:12)
           if budgetEv > 0 then
               compute tauxCalc rounded = totCouts * 100 / budgetEv
               move tauxCalc to tauxEdite
               move tauxEdite to ligne(42:8)
               move '% du budget' to ligne(51:11)
           end-if
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne

           move 'Recette prevue (tarifs)' to ligne(1:23)
           move totPrevu to montantEdite
           move montantEdite to ligne(28:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Recette facturee' to ligne(1:16)
           move totFacture to montantEdite
           move montantEdite to ligne(28:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Budget convenu' to ligne(1:14)
           move budgetEv to montantEdite
           move montantEdite to ligne(28:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Ecart facture - budget' to ligne(1:22)
           compute ecartBudget = totFacture - budgetEv
           move ecartBudget to montantEdite
           move montantEdite to ligne(28:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'MARGE (facture - couts)' to ligne(1:23)
           compute margeEvenement = totFacture - totCouts
           move margeEvenement to montantEdite
           move montantEdite to ligne(28:12)
           perform mod-ecrireLigne

           if carbEstime then
               move ligneVide to ligne
               perform mod-ecrireLigne
               move ligneVide to ligne
               move '* carburant au cout kilometrique moyen de la'
                   to ligne(1:44)
               move ' flotte (pas de pleins pour ce bus)'
                   to ligne(45:35)
               perform mod-ecrireLigne
           end-if
       .

       mod-ecrireLigne.
           write rapport
           add 1 to nbLignesRapport
       .

       mod-cataloguer.
           open extend f-editions
           move 'bilanEvenement.txt' to nomEdition
           move dateJour to dateEdition
           move heureGeneration to heureEdition
           move nbLignesRapport to nbLignesEdition
           write ligneEdition
           close f-editions
       .

       end program rapportEvenement.
