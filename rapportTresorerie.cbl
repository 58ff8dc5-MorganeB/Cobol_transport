       program-id. rapportTresorerie.

       *> prevision de tresorerie sur les huit semaines a venir, a
       *> partir du solde bancaire d'ouverture saisi a l'ecran :
       *>   encaissements : factures ouvertes a leur echeance
       *>     (conditions de paiement du client, 30 jours a defaut,
       *>     comme la balance agee), separees en prelevements
       *>     attendus pour les clients a mandat actif; les factures
       *>     deja remises au prelevement (statut E) et les factures
       *>     echues sont attendues en premiere semaine
       *>   decaissements :
       *>     - frais approuves non encore payes (virementsFrais),
       *>       en premiere semaine
       *>     - decomptes des sous-traitants (tarifs de
       *>       decompteSousTraitants), regles en fin du mois qui suit
       *>       le trajet
       *>     - masse salariale estimee en fin de mois : moyenne des
       *>       extraits de paie (paie-AAAAMM.dat) des trois derniers
       *>       mois au taux horaire TAUXHORAIRE de Parametres.dat,
       *>       plus les indemnites de decouchage
       *>     - livraisons de gazole aux cuves : moyenne hebdomadaire
       *>       des huit dernieres semaines (MouvementCuve.dat)
       *> Sorties : tresorerie.txt (etat semaine par semaine) et
       *> tresorerie.csv (une ligne par semaine, pour la direction
       *> financiere)

       file-control.
           select f-facture assign 'Facture.dat' organization
           indexed
           access dynamic record key numFacture
           file status is statusFacture.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

           select f-mandat assign 'MandatClient.dat'
           organization indexed access dynamic
           record key numClientM
           file status is statusMandat.

           select f-frais assign 'Frais.dat' organization
           indexed access dynamic
           record key numFrais
           alternate record key numAffectF duplicates
           file status is statusFrais.

           select f-paiement assign 'PaiementFrais.dat'
           organization indexed access dynamic
           record key numFraisP
           alternate record key numLotP duplicates
           file status is statusPaiement.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusAffect.

           select f-sousTraitant assign 'SousTraitant.dat'
           organization indexed access dynamic
           record key numSousTraitant
           file status is statusST.

           select f-tarifST assign 'TarifST.dat'
           organization indexed access dynamic
           record key numTarifST
           alternate record key numSousTraitantT duplicates
           file status is statusTarifST.

           select f-circuit assign 'Circuit.dat' organization
           indexed
           access dynamic record key numCircuit
           file status is statusCircuit.

           select f-paie assign nomPaie organization line
           sequential
           file status is statusPaie.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           select f-mvtCuve assign 'MouvementCuve.dat'
           organization indexed access dynamic
           record key numMvtCuve
           alternate record key depotMvtCuve duplicates
           file status is statusMvtCuve.

           select f-rapport assign 'tresorerie.txt' organization line
           sequential.

           select f-csv assign 'tresorerie.csv' organization line
           sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
       fd f-facture.
       1 Facture.
           2 numFacture pic 9(6).
           2 numClientF pic 9(4).
           2 moisFacture pic 9(6).
           2 montantFacture pic 9(9)v99.
           2 dateFacture pic 9(8).
           2 statusF pic x(01).
               88 factureOuverte value 'O'.
               88 facturePartielle value 'P'.
               88 factureReglee value 'S'.
               88 facturePrelevee value 'E'.
           2 montantRegleF pic 9(9)v99.
           2 typeF pic x(01).
               88 estFacture value 'F'.
               88 estAvoir value 'A'.
               88 estAcompte value 'D'.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

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

       fd f-mandat.
       1 MandatClient.
           2 numClientM pic 9(4).
           2 refMandatM pic x(35).
           2 dateSignatureM pic 9(8).
           2 ibanM pic x(34).
           2 bicM pic x(11).
           2 statutMandatM pic x(01).
               88 mandatActif value 'A'.
               88 mandatRevoque value 'R'.

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

       fd f-paiement.
       1 PaiementFrais.
           2 numFraisP pic 9(6).
           2 numLotP pic 9(6).
           2 numChaufP pic 9(4).
           2 montantPayeP pic 9(6)v99.
           2 datePaiementP pic 9(8).

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

       fd f-sousTraitant.
       1 SousTraitant.
           2 numSousTraitant pic 9(4).
           2 nomSousTraitant pic x(30).
           2 contactST pic x(30).
           2 tauxST pic 9(6)v99.

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

       fd f-circuit.
       1 Circuit.
           2 numCircuit pic 9(4).
           2 nomCircuit pic x(30).
           2 villeDepart pic x(20).
           2 villeArrivee pic x(20).
           2 distanceCircuit pic 9(5).
           2 minPlacesCircuit pic 9(3) value 0.
           2 modeleRequisCircuit pic x(20).
           2 dateDebValidite pic 9(8).
           2 dateFinValidite pic 9(8).

       fd f-paie.
       1 lignePaie.
           2 matriculePaie pic 9(4).
           2 nomPaie-z pic x(30).
           2 prenomPaie pic x(30).
           2 joursPaie pic 9(3).
           2 trajetsPaie pic 9(4).
           2 joursFeriesPaie pic 9(3).
           2 heuresNormPaie pic 9(3)v99.
           2 heuresSupPaie pic 9(3)v99.
           2 heuresDimPaie pic 9(3)v99.
           2 heuresFerPaie pic 9(3)v99.
           2 nuitsPaie pic 9(3).
           2 montantNuitsPaie pic 9(6)v99.
           2 typeContratPaie pic x(7).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-mvtCuve.
       1 MouvementCuve.
           2 numMvtCuve pic 9(6).
           2 depotMvtCuve pic 9(2).
           2 typeMvtCuve pic x(01).
               88 mvtLivraison value 'L'.
               88 mvtPlein value 'P'.
               88 mvtJaugeage value 'J'.
           2 dateMvtCuve pic 9(8).
           2 litresMvtCuve pic 9(6)v99.
           2 prixMvtCuve pic 9(7)v99.
           2 bonLivraisonCuve pic x(15).
           2 fournisseurCuve pic x(30).
           2 numPleinCuve pic 9(6).
           2 stockLivreCuve pic s9(7)v99.
           2 operateurCuve pic x(10).

       fd f-rapport.
       1 ligneRapport pic x(80).

       fd f-csv.
       1 ligneCsv pic x(170).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusFacture pic xx.
       1 statusClient pic xx.
       1 statusMandat pic xx.
       1 statusFrais pic xx.
       1 statusPaiement pic xx.
       1 statusAffect pic xx.
       1 statusST pic xx.
       1 statusTarifST pic xx.
       1 statusCircuit pic xx.
       1 statusPaie pic xx.
       1 statusParam pic xx.
       1 statusMvtCuve pic xx.
       1 suivant pic x.

       1 dateJour pic 9(8).
       1 heureGeneration pic 9(6).
       1 ligneVide pic x(80) value spaces.
       1 montantEdite pic -z(10)9.99.
       1 nbLignesRapport pic 9(6) value 0.
       1 nbLignesCsv pic 9(6) value 0.

       *> solde bancaire d'ouverture saisi, avec son signe
       1 soldeSaisi pic 9(9)v99 value 0.
       1 signeSaisi pic x value '+'.
           88 signeValide values '+' '-'.
           88 soldeDebiteur value '-'.
       1 soldeCourant pic s9(11)v99.

       *> semaines de la prevision : la semaine 1 commence le jour de
       *> l'edition; ce qui est deja echu y est rattache
       1 nbSemaines pic 9(2) value 8.
       1 intJour pic 9(8).
       1 intHorizon pic 9(8).
       1 intEcheance pic 9(8).
       1 idxSem pic 9(2).
       1 semaineDate pic 9(2).
       1 tabSemaines.
           2 tabSemLigne occurs 8 times.
               3 tabSemDebut pic 9(8).
               3 tabSemFin pic 9(8).
               3 tabSemFactures pic 9(11)v99.
               3 tabSemPrelev pic 9(11)v99.
               3 tabSemFrais pic 9(11)v99.
               3 tabSemST pic 9(11)v99.
               3 tabSemPaie pic 9(11)v99.
               3 tabSemCarburant pic 9(11)v99.
               3 tabSemEntrees pic 9(11)v99.
               3 tabSemSorties pic 9(11)v99.
               3 tabSemSolde pic s9(11)v99.

       *> delai de paiement extrait des conditions du client (les
       *> premiers chiffres rencontres); a defaut, 30 jours
       1 delaiPaiement pic 9(3).
       1 delaiDefaut pic 9(3) value 30.
       1 idxCond pic 9(2).
       1 pic x value 'n'.
       88 chiffreVu value 'o' false 'n'.

       1 dateEcheance pic 9(8).
       1 soldeDu pic 9(9)v99.

       1 pic x value 'n'.
       88 mandatsPresents value 'o' false 'n'.
       1 pic x value 'n'.
       88 clientMandate value 'o' false 'n'.

       *> sous-traitance : decompte du mois regle a la fin du mois
       *> suivant le trajet
       1 dateReglement pic 9(8).
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
       88 tarifSTOuvert value 'o' false 'n'.
       1 pic x value 'n'.
       88 fin-lireTarif value 'o' false 'n'.

       *> masse salariale : moyenne mensuelle des extraits de paie
       *> des trois mois precedant le mois en cours, versee le dernier
       *> jour de chaque mois
       1 tauxHoraire pic 9(4)v99 value 15.
       1 moisPaie pic 9(6).
       1 nomPaie pic x(30).
       1 nbMoisPaie pic 9(1) value 0.
       1 idxMois pic 9(1).
       1 totalPaie pic 9(11)v99 value 0.
       1 paieMensuelle pic 9(11)v99 value 0.
       1 dateFinMois pic 9(8).

       *> mois de calcul (AAAAMM) pour les echeances de fin de mois
       1 moisCalcul.
           2 anneeCalcul pic 9(4).
           2 moisCalc pic 9(2).
       1 premierMoisSuivant pic 9(8).

       *> gazole : livraisons des huit semaines passees, reportees a
       *> leur rythme hebdomadaire moyen
       1 intDebutCuve pic 9(8).
       1 dateDebutCuve pic 9(8).
       1 totalCarburant pic 9(11)v99 value 0.
       1 carburantHebdo pic 9(11)v99 value 0.

       1 totalEntrees pic 9(11)v99 value 0.
       1 totalSorties pic 9(11)v99 value 0.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 fraisPaye value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 paiementOuvert value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Pr'&x'82'&'vision de tr'&x'82'&'sorerie '&
           'sur 8 semaines'.

       1 s-plg-solde.
           2 line 6 col 10 'Solde bancaire d''ouverture : '.
           2 s-solde pic 9(9)v99 using soldeSaisi.
           2 line 7 col 10 'Signe (+ cr'&x'82'&'diteur, - d'&x'82'&
           'biteur) : '.
           2 s-signe pic x using signeSaisi.

       1 a-plg-signeInvalide.
           2 line 9 col 10 'Signe attendu : + ou -'.

       1 a-plg-res.
           2 line 9 col 10 'Encaissements pr'&x'82'&'vus : '.
           2 a-entrees pic z(10)9.99 from totalEntrees.
           2 line 10 col 10 'D'&x'82'&'caissements pr'&x'82'&'vus : '.
           2 a-sorties pic z(10)9.99 from totalSorties.
           2 line 11 col 10 'Solde pr'&x'82'&'visionnel en fin '&
           'de semaine 8 : '.
           2 a-solde pic -z(10)9.99 from soldeCourant.
           2 line 13 col 10 'Etat : tresorerie.txt, CSV : '&
           'tresorerie.csv'.

       1 a-plg-sansPaie.
           2 line 16 col 10 'Aucun extrait de paie des trois '&
           'derniers mois :'.
           2 line 17 col 10 'masse salariale non estim'&x'82'&'e'.

       procedure division.
           move 0 to nbLignesRapport
           move 0 to nbLignesCsv
           move 0 to nbMoisPaie
           move 0 to totalPaie
           move 0 to paieMensuelle
           move 0 to totalCarburant
           move 0 to carburantHebdo
           move 0 to totalEntrees
           move 0 to totalSorties
           set mandatsPresents to false
           set tarifSTOuvert to true
           set clientOuvert to false
           set paiementOuvert to false

           display a-plg-titre
           accept dateJour from date yyyymmdd
           accept heureGeneration from time

           display s-plg-solde
           accept s-solde
           accept s-signe
           if not signeValide then
               display a-plg-signeInvalide
               display a-plg-next
               accept s-next
               goback
           end-if
           move soldeSaisi to soldeCourant
           if soldeDebiteur then
               compute soldeCourant = 0 - soldeSaisi
           end-if

           perform mod-initSemaines

           perform mod-factures
           perform mod-frais
           perform mod-sousTraitants
           perform mod-paie
           perform mod-carburant

           perform mod-calculerSoldes

           perform mod-ecrireRapport
           perform mod-ecrireCsv
           perform mod-cataloguer

           display a-plg-res
           if nbMoisPaie = 0 then
               display a-plg-sansPaie
           end-if
           display a-plg-next
           accept s-next
           goback.

       mod-initSemaines.
           compute intJour = function integer-of-date(dateJour)
           compute intHorizon = intJour + nbSemaines * 7 - 1
           perform varying idxSem from 1 by 1
               until idxSem > nbSemaines
               compute tabSemDebut(idxSem) = function date-of-integer(
                   intJour + (idxSem - 1) * 7)
               compute tabSemFin(idxSem) = function date-of-integer(
                   intJour + idxSem * 7 - 1)
               move 0 to tabSemFactures(idxSem)
               move 0 to tabSemPrelev(idxSem)
               move 0 to tabSemFrais(idxSem)
               move 0 to tabSemST(idxSem)
               move 0 to tabSemPaie(idxSem)
               move 0 to tabSemCarburant(idxSem)
               move 0 to tabSemEntrees(idxSem)
               move 0 to tabSemSorties(idxSem)
               move 0 to tabSemSolde(idxSem)
           end-perform
       .

       *> semaine de la date dateEcheance : 1 si elle est deja
       *> passee, 0 si elle tombe apres l'horizon de la prevision
       mod-semaineDate.
           compute intEcheance = function integer-of-date(dateEcheance)
           evaluate true
               when intEcheance < intJour
                   move 1 to semaineDate
               when intEcheance > intHorizon
                   move 0 to semaineDate
               when other
                   compute semaineDate =
                       (intEcheance - intJour) / 7 + 1
           end-evaluate
       .

       *> factures ouvertes : solde attendu a l'echeance, prelevement
       *> pour les clients a mandat actif
       mod-factures.
           open input f-facture
           if statusFacture not = '00' then
               exit paragraph
           end-if
           open input f-client
           if statusClient = '00' then
               set clientOuvert to true
           end-if
           open input f-mandat
           if statusMandat = '00' then
               set mandatsPresents to true
           end-if

           set fin-lire to false
           read f-facture next
           end set fin-lire to true end-read
           perform until fin-lire
               if estFacture and (factureOuverte or facturePartielle
               or facturePrelevee) then
                   perform mod-traiterFacture
               end-if
               read f-facture next
               end set fin-lire to true end-read
           end-perform

           if mandatsPresents then
               close f-mandat
           end-if
           if clientOuvert then
               close f-client
               set clientOuvert to false
           end-if
           close f-facture
       .

       mod-traiterFacture.
           compute soldeDu = montantFacture - montantRegleF
           if soldeDu = 0 then
               exit paragraph
           end-if

           *> prelevement deja remis a la banque : credit attendu
           if facturePrelevee then
               add soldeDu to tabSemPrelev(1)
               exit paragraph
           end-if

           move spaces to conditionsPaiement
           if clientOuvert then
               move numClientF to numClient
               read f-client
                   invalid key
                       move spaces to conditionsPaiement
               end-read
           end-if
           perform mod-extraireDelai
           if delaiPaiement = 0 then
               move delaiDefaut to delaiPaiement
           end-if
           compute dateEcheance = function date-of-integer(
               function integer-of-date(dateFacture) + delaiPaiement)
           perform mod-semaineDate
           if semaineDate = 0 then
               exit paragraph
           end-if

           set clientMandate to false
           if mandatsPresents then
               move numClientF to numClientM
               read f-mandat
                   not invalid key
                       if mandatActif then
                           set clientMandate to true
                       end-if
               end-read
           end-if
           if clientMandate then
               add soldeDu to tabSemPrelev(semaineDate)
           else
               add soldeDu to tabSemFactures(semaineDate)
           end-if
       .

       mod-extraireDelai.
           move 0 to delaiPaiement
           set chiffreVu to false
           perform varying idxCond from 1 by 1 until idxCond > 20
               if conditionsPaiement(idxCond:1) >= '0'
               and conditionsPaiement(idxCond:1) <= '9'
               and delaiPaiement < 100 then
                   compute delaiPaiement = delaiPaiement * 10
                       + function numval(
                       conditionsPaiement(idxCond:1))
                   set chiffreVu to true
               else
                   if chiffreVu then
                       move 21 to idxCond
                   end-if
               end-if
           end-perform
       .

       *> frais approuves sans ligne de paiement : rembourses par le
       *> prochain lot de virements hebdomadaire
       mod-frais.
           open input f-frais
           if statusFrais not = '00' then
               exit paragraph
           end-if
           open input f-paiement
           if statusPaiement = '00' then
               set paiementOuvert to true
           end-if

           set fin-lire to false
           read f-frais next
           end set fin-lire to true end-read
           perform until fin-lire
               if fraisApprouve then
                   set fraisPaye to false
                   if paiementOuvert then
                       move numFrais to numFraisP
                       read f-paiement
                           not invalid key
                               set fraisPaye to true
                       end-read
                   end-if
                   if not fraisPaye then
                       add montantFrais to tabSemFrais(1)
                   end-if
               end-if
               read f-frais next
               end set fin-lire to true end-read
           end-perform

           if paiementOuvert then
               close f-paiement
               set paiementOuvert to false
           end-if
           close f-frais
       .

       *> trajets sous-traites dont le decompte sera regle dans
       *> l'horizon de la prevision
       mod-sousTraitants.
           open input f-affectation
           if statusAffect not = '00' then
               exit paragraph
           end-if
           open input f-tarifST
           if statusTarifST not = '00' then
               set tarifSTOuvert to false
           end-if

           set fin-lire to false
           read f-affectation next
           end set fin-lire to true end-read
           perform until fin-lire
               if not annulee and numSousTraitantA not = 0 then
                   perform mod-reglementST
               end-if
               read f-affectation next
               end set fin-lire to true end-read
           end-perform

           if tarifSTOuvert then
               close f-tarifST
           end-if
           close f-affectation
       .

       mod-reglementST.
           move dateDebAffectA(1:6) to moisCalcul
           perform mod-moisSuivant
           perform mod-finDeMois
           move dateFinMois to dateReglement
           if dateReglement < dateJour then
               exit paragraph
           end-if
           move dateReglement to dateEcheance
           perform mod-semaineDate
           if semaineDate = 0 then
               exit paragraph
           end-if
           perform mod-valoriserTrajet
           add montantTrajet to tabSemST(semaineDate)
       .

       *> valorise l'affectation courante comme le decompte mensuel :
       *> tarif convenu valable a la date du trajet (au trajet, ou au
       *> km sur la distance du circuit); a defaut, taux au km de la
       *> fiche sous-traitant
       mod-valoriserTrajet.
           move 0 to montantTrajet
           move space to modeApplique
           perform mod-kmTrajet
           perform mod-chercherTarifST
           evaluate modeApplique
               when 'T'
                   move prixTarifST to montantTrajet
               when 'K'
                   compute montantTrajet rounded =
                       prixTarifST * kmTrajet
               when other
                   perform mod-tauxFicheST
           end-evaluate
       .

       mod-kmTrajet.
           move 0 to kmTrajet
           if numCircuitA not = 0 then
               open input f-circuit
               if statusCircuit = '00' then
                   move numCircuitA to numCircuit
                   read f-circuit
                       not invalid key
                           move distanceCircuit to kmTrajet
                   end-read
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

       *> derniere ligne de tarif valable a la date du trajet
       mod-chercherTarifST.
           if tarifSTOuvert then
               move numSousTraitantA to numSousTraitantT
               start f-tarifST key is equal numSousTraitantT
                   invalid key
                       set fin-lireTarif to true
                   not invalid key
                       set fin-lireTarif to false
               end-start
               perform until fin-lireTarif
                   read f-tarifST next
                       at end
                           set fin-lireTarif to true
                       not at end
                           if numSousTraitantT
                           not = numSousTraitantA then
                               set fin-lireTarif to true
                           else
                               if dateDebTarifST <= dateDebAffectA
                               and (dateFinTarifST = 0
                               or dateFinTarifST >= dateDebAffectA)
                               then
                                   move modeTarifST to modeApplique
                                   set fin-lireTarif to true
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       mod-tauxFicheST.
           open input f-sousTraitant
           if statusST = '00' then
               move numSousTraitantA to numSousTraitant
               read f-sousTraitant
                   not invalid key
                       compute montantTrajet rounded =
                           tauxST * kmTrajet
                       move 'K' to modeApplique
               end-read
               close f-sousTraitant
           end-if
       .

       *> dernier jour du mois moisCalcul
       mod-finDeMois.
           if moisCalc >= 12 then
               compute premierMoisSuivant =
                   (anneeCalcul + 1) * 10000 + 101
           else
               compute premierMoisSuivant =
                   anneeCalcul * 10000 + (moisCalc + 1) * 100 + 1
           end-if
           compute dateFinMois = function date-of-integer(
               function integer-of-date(premierMoisSuivant) - 1)
       .

       mod-moisSuivant.
           if moisCalc >= 12 then
               add 1 to anneeCalcul
               move 1 to moisCalc
           else
               add 1 to moisCalc
           end-if
       .

       mod-moisPrecedent.
           if moisCalc <= 1 then
               subtract 1 from anneeCalcul
               move 12 to moisCalc
           else
               subtract 1 from moisCalc
           end-if
       .

       *> moyenne des extraits de paie des trois mois precedents,
       *> versee a chaque fin de mois de l'horizon
       mod-paie.
           open input f-parametre
           if statusParam = '00' then
               move 'TAUXHORAIRE' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to tauxHoraire
               end-read
               close f-parametre
           end-if

           move dateJour(1:6) to moisCalcul
           perform varying idxMois from 1 by 1 until idxMois > 3
               perform mod-moisPrecedent
               move moisCalcul to moisPaie
               perform mod-lireExtraitPaie
           end-perform
           if nbMoisPaie = 0 then
               exit paragraph
           end-if
           compute paieMensuelle rounded = totalPaie / nbMoisPaie

           *> fins de mois du mois en cours et des deux suivants
           move dateJour(1:6) to moisCalcul
           perform varying idxMois from 1 by 1 until idxMois > 3
               perform mod-finDeMois
               move dateFinMois to dateEcheance
               if dateFinMois >= dateJour then
                   perform mod-semaineDate
                   if semaineDate not = 0 then
                       add paieMensuelle to tabSemPaie(semaineDate)
                   end-if
               end-if
               perform mod-moisSuivant
           end-perform
       .

       mod-lireExtraitPaie.
           move spaces to nomPaie
           string 'paie-' moisPaie '.dat'
               delimited size into nomPaie
           open input f-paie
           if statusPaie not = '00' then
               exit paragraph
           end-if
           add 1 to nbMoisPaie
           set fin-lire to false
           read f-paie
           end set fin-lire to true end-read
           perform until fin-lire
               compute totalPaie rounded = totalPaie
                   + (heuresNormPaie + heuresSupPaie + heuresDimPaie
                   + heuresFerPaie) * tauxHoraire
                   + montantNuitsPaie
               read f-paie
               end set fin-lire to true end-read
           end-perform
           close f-paie
       .

       *> livraisons de gazole des huit dernieres semaines
       mod-carburant.
           compute intDebutCuve = intJour - nbSemaines * 7
           compute dateDebutCuve =
               function date-of-integer(intDebutCuve)
           open input f-mvtCuve
           if statusMvtCuve not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-mvtCuve next
           end set fin-lire to true end-read
           perform until fin-lire
               if mvtLivraison and dateMvtCuve >= dateDebutCuve
               and dateMvtCuve < dateJour then
                   add prixMvtCuve to totalCarburant
               end-if
               read f-mvtCuve next
               end set fin-lire to true end-read
           end-perform
           close f-mvtCuve

           compute carburantHebdo rounded = totalCarburant / nbSemaines
           perform varying idxSem from 1 by 1
               until idxSem > nbSemaines
               move carburantHebdo to tabSemCarburant(idxSem)
           end-perform
       .

       mod-calculerSoldes.
           perform varying idxSem from 1 by 1
               until idxSem > nbSemaines
               compute tabSemEntrees(idxSem) = tabSemFactures(idxSem)
                   + tabSemPrelev(idxSem)
               compute tabSemSorties(idxSem) = tabSemFrais(idxSem)
                   + tabSemST(idxSem) + tabSemPaie(idxSem)
                   + tabSemCarburant(idxSem)
               compute soldeCourant = soldeCourant
                   + tabSemEntrees(idxSem) - tabSemSorties(idxSem)
               move soldeCourant to tabSemSolde(idxSem)
               add tabSemEntrees(idxSem) to totalEntrees
               add tabSemSorties(idxSem) to totalSorties
           end-perform
       .

       mod-ecrireRapport.
           open output f-rapport
           move ligneVide to ligneRapport
           move 'PREVISION DE TRESORERIE AU' to ligneRapport(1:26)
           move dateJour to ligneRapport(28:8)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Solde d''ouverture' to ligneRapport(1:17)
           move soldeSaisi to montantEdite
           if soldeDebiteur then
               compute montantEdite = 0 - soldeSaisi
           end-if
           move montantEdite to ligneRapport(40:15)
           perform mod-ecrireLigne

           perform mod-ecrireSemaine
               varying idxSem from 1 by 1
               until idxSem > nbSemaines

           move ligneVide to ligneRapport
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Semaine  Du        Encaissements  Decaissements'
               to ligneRapport(1:48)
           move 'Solde prevu' to ligneRapport(60:11)
           perform mod-ecrireLigne
           perform varying idxSem from 1 by 1
               until idxSem > nbSemaines
               move ligneVide to ligneRapport
               move idxSem to ligneRapport(4:2)
               move tabSemDebut(idxSem) to ligneRapport(10:8)
               move tabSemEntrees(idxSem) to montantEdite
               move montantEdite to ligneRapport(19:15)
               move tabSemSorties(idxSem) to montantEdite
               move montantEdite to ligneRapport(34:15)
               move tabSemSolde(idxSem) to montantEdite
               move montantEdite to ligneRapport(56:15)
               perform mod-ecrireLigne
           end-perform
           move ligneVide to ligneRapport
           move 'TOTAL' to ligneRapport(1:5)
           move totalEntrees to montantEdite
           move montantEdite to ligneRapport(19:15)
           move totalSorties to montantEdite
           move montantEdite to ligneRapport(34:15)
           move soldeCourant to montantEdite
           move montantEdite to ligneRapport(56:15)
           perform mod-ecrireLigne

           if nbMoisPaie = 0 then
               move ligneVide to ligneRapport
               perform mod-ecrireLigne
               move ligneVide to ligneRapport
               move 'Masse salariale non estimee : aucun extrait de'
                   to ligneRapport(1:46)
               move 'paie des trois derniers mois'
                   to ligneRapport(48:28)
               perform mod-ecrireLigne
           end-if
           close f-rapport
       .

       mod-ecrireSemaine.
           move ligneVide to ligneRapport
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Semaine' to ligneRapport(1:7)
           move idxSem to ligneRapport(9:2)
           move 'du' to ligneRapport(12:2)
           move tabSemDebut(idxSem) to ligneRapport(15:8)
           move 'au' to ligneRapport(24:2)
           move tabSemFin(idxSem) to ligneRapport(27:8)
           perform mod-ecrireLigne

           move ligneVide to ligneRapport
           move '  + Factures a echeance' to ligneRapport(1:23)
           move tabSemFactures(idxSem) to montantEdite
           move montantEdite to ligneRapport(40:15)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move '  + Prelevements attendus' to ligneRapport(1:25)
           move tabSemPrelev(idxSem) to montantEdite
           move montantEdite to ligneRapport(40:15)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move '  - Frais approuves a rembourser'
               to ligneRapport(1:32)
           move tabSemFrais(idxSem) to montantEdite
           move montantEdite to ligneRapport(40:15)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move '  - Decomptes sous-traitants' to ligneRapport(1:28)
           move tabSemST(idxSem) to montantEdite
           move montantEdite to ligneRapport(40:15)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move '  - Masse salariale estimee' to ligneRapport(1:27)
           move tabSemPaie(idxSem) to montantEdite
           move montantEdite to ligneRapport(40:15)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move '  - Livraisons de gazole' to ligneRapport(1:24)
           move tabSemCarburant(idxSem) to montantEdite
           move montantEdite to ligneRapport(40:15)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move '  = Solde previsionnel' to ligneRapport(1:22)
           move tabSemSolde(idxSem) to montantEdite
           move montantEdite to ligneRapport(40:15)
           perform mod-ecrireLigne
       .

       mod-ecrireLigne.
           write ligneRapport
           add 1 to nbLignesRapport
       .

       *> une ligne par semaine, champs separes par des virgules
       mod-ecrireCsv.
           open output f-csv
           move spaces to ligneCsv
           string 'Semaine,Debut,Fin,Factures,Prelevements,Frais,'
               'SousTraitants,Paie,Gazole,Encaissements,'
               'Decaissements,Solde'
               delimited size into ligneCsv
           write ligneCsv
           add 1 to nbLignesCsv
           perform varying idxSem from 1 by 1
               until idxSem > nbSemaines
               move spaces to ligneCsv
               move idxSem to ligneCsv(1:2)
               move ',' to ligneCsv(3:1)
               move tabSemDebut(idxSem) to ligneCsv(4:8)
               move ',' to ligneCsv(12:1)
               move tabSemFin(idxSem) to ligneCsv(13:8)
               move ',' to ligneCsv(21:1)
               move tabSemFactures(idxSem) to montantEdite
               move montantEdite to ligneCsv(22:15)
               move ',' to ligneCsv(37:1)
               move tabSemPrelev(idxSem) to montantEdite
               move montantEdite to ligneCsv(38:15)
               move ',' to ligneCsv(53:1)
               move tabSemFrais(idxSem) to montantEdite
               move montantEdite to ligneCsv(54:15)
               move ',' to ligneCsv(69:1)
               move tabSemST(idxSem) to montantEdite
               move montantEdite to ligneCsv(70:15)
               move ',' to ligneCsv(85:1)
               move tabSemPaie(idxSem) to montantEdite
               move montantEdite to ligneCsv(86:15)
               move ',' to ligneCsv(101:1)
               move tabSemCarburant(idxSem) to montantEdite
               move montantEdite to ligneCsv(102:15)
               move ',' to ligneCsv(117:1)
               move tabSemEntrees(idxSem) to montantEdite
               move montantEdite to ligneCsv(118:15)
               move ',' to ligneCsv(133:1)
               move tabSemSorties(idxSem) to montantEdite
               move montantEdite to ligneCsv(134:15)
               move ',' to ligneCsv(149:1)
               move tabSemSolde(idxSem) to montantEdite
               move montantEdite to ligneCsv(150:15)
               write ligneCsv
               add 1 to nbLignesCsv
           end-perform
           close f-csv
       .

       mod-cataloguer.
           open extend f-editions
           move 'tresorerie.txt' to nomEdition
           move dateJour to dateEdition
           move heureGeneration to heureEdition
           move nbLignesRapport to nbLignesEdition
           write ligneEdition
           move 'tresorerie.csv' to nomEdition
           move nbLignesCsv to nbLignesEdition
           write ligneEdition
           close f-editions
       .

       end program rapportTresorerie.
