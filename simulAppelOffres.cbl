       program-id. simulAppelOffres.

       *> chiffrage des reponses aux appels d'offres (lignes
       *> scolaires ou regulieres) : un circuit hypothetique est saisi
       *> (villes, distance en charge par jour, arrets, gabarit de
       *> circulation repris de CircuitJours ou saisi, horaires,
       *> modele de bus, depot, duree du contrat, marge visee) et
       *> valorise sur une annee de circulation a partir d'aujourd'hui :
       *>   - kilometres en charge et haut-le-pied (depot <-> villes
       *>     du circuit, DistanceVille.dat, comme calculHautLePied)
       *>   - heures de conduite au taux TAUXHORAIRE, majorees pour
       *>     les heures au-dela de la journee standard (MAJSUP), le
       *>     dimanche (MAJDIM) et les jours feries (MAJFERIE), en %
       *>   - gazole a la consommation reelle du modele (pleins de
       *>     l'annee precedente, comme rapportCarburant) et a son
       *>     prix moyen au litre
       *>   - cout de possession au km du modele (amortissement ou
       *>     loyer, reparations et entretien de l'annee precedente
       *>     rapportes aux km parcourus, comme rapportCoutKm)
       *> A defaut de donnees sur le modele, la moyenne de la flotte
       *> est retenue. Le prix propose assure la marge visee sur le
       *> prix de vente : prix = cout / (1 - marge). Les scenarios
       *> sont conserves (ScenarioAO.dat) pour etre compares a
       *> l'ecran et imprimes (scenariosAO.txt).

       file-control.
           select f-scenario assign 'ScenarioAO.dat'
           organization indexed access dynamic
           record key numScenario
           file status is statusScenario.

           select f-circuitJours assign 'CircuitJours.dat'
           organization indexed access dynamic
           record key numCircuitJ
           file status is statusCircJ.

           select f-feries assign 'JoursFeries.dat' organization
           indexed
           access dynamic record key dateFerie
           file status is statusFeries.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           select f-depot assign 'Depot.dat' organization
           indexed
           access dynamic record key numDepot
           file status is statusDepot.

           select f-distance assign 'DistanceVille.dat'
           organization indexed access dynamic
           record key cleDistance
           file status is statusDistance.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-carburant assign 'Carburant.dat' organization
           indexed access dynamic
           record key numPlein
           alternate record key numBusC duplicates
           file status is statusCarb.

           select f-incident assign 'Incident.dat' organization
           indexed access dynamic
           record key numIncident
           alternate record key numBusI duplicates
           file status is statusFIncident.

           select f-pointage assign 'PointageAtelier.dat'
           organization indexed access dynamic
           record key numPointage
           alternate record key numMecaP duplicates
           alternate record key numBusP duplicates
           file status is statusPointage.

           select f-location assign 'Location.dat'
           organization indexed access dynamic
           record key numBusLoc
           file status is statusLocation.

           select f-rapport assign 'scenariosAO.txt' organization
           line sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
       fd f-scenario.
       1 ScenarioAO.
           2 numScenario pic 9(4).
           2 libelleSc pic x(30).
           2 villeDepSc pic x(20).
           2 villeArrSc pic x(20).
           2 distanceSc pic 9(5).
           2 nbArretsSc pic 9(3).
           2 joursSc pic x(7).
           2 ferieSc pic x(01).
           2 heureDebSc pic 9(4).
           2 heureFinSc pic 9(4).
           2 modeleSc pic x(20).
           2 depotSc pic 9(2).
           2 dureeSc pic 9(2).
           2 margeSc pic 9(2)v99.
           2 joursAnSc pic 9(3).
           2 kmAnSc pic 9(7).
           2 kmVideAnSc pic 9(7).
           2 heuresAnSc pic 9(5)v99.
           2 coutChaufSc pic 9(9)v99.
           2 consoSc pic 9(3)v99.
           2 prixLitreSc pic 9(2)v999.
           2 coutCarbSc pic 9(9)v99.
           2 coutPossKmSc pic 9(3)v999.
           2 coutPossSc pic 9(9)v99.
           2 coutAnnuelSc pic 9(9)v99.
           2 prixAnnuelSc pic 9(9)v99.
           2 prixKmSc pic 9(3)v999.
           2 dateSc pic 9(8).
           2 operateurSc pic x(10).

       fd f-circuitJours.
       1 CircuitJours.
           2 numCircuitJ pic 9(4).
           2 joursCircJ pic x(7).
           2 ferieCircJ pic x(01).
               88 circuleFerie value 'O'.

       fd f-feries.
       1 JourFerie.
           2 dateFerie pic 9(8).
           2 libelleFerie pic x(30).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-depot.
       1 Depot.
           2 numDepot pic 9(2).
           2 nomDepot pic x(30).
           2 villeDepot pic x(20).
           2 numSocieteDep pic 9(2).

       fd f-distance.
       1 DistanceVille.
           2 cleDistance.
               3 villeDepD pic x(20).
               3 villeArrD pic x(20).
           2 kmDistance pic 9(5).

       fd f-bus.
       1 bus.
           2 numero pic 9(4).
           2 marque pic x(20).
           2 nbplaces pic 9(3).
           2 modele pic x(20).
           2 kilom pic 9(6).
           2 dateControle pic 9(8).
           2 statutBus pic x(01).
               88 busRetire value 'R'.
           2 dateRetrait pic 9(8).
           2 depotBus pic 9(2).
           2 dateAcquisition pic 9(8).
           2 prixAchat pic 9(8)v99.
           2 dureeAmortAns pic 9(2).

       fd f-carburant.
       1 Carburant.
           2 numPlein pic 9(6).
           2 numBusC pic 9(4).
           2 dateCarb pic 9(8).
           2 litresCarb pic 9(4)v99.
           2 prixCarb pic 9(6)v99.
           2 odometreCarb pic 9(6).

       fd f-incident.
       1 Incident.
           2 numIncident pic 9(4).
           2 numBusI pic 9(4).
           2 numAffectI pic 9(6).
           2 dateIncident pic 9(8).
           2 descriptionIncident pic x(60).
           2 statusIncident pic x(01).
               88 incidentOuvert value 'O'.
               88 incidentEnReparation value 'R'.
               88 incidentClos value 'F'.
           2 coutReparation pic 9(6)v99.
           2 dateClotureIncident pic 9(8).

       fd f-pointage.
       1 PointageAtelier.
           2 numPointage pic 9(6).
           2 numMecaP pic 9(4).
           2 datePointage pic 9(8).
           2 typePointage pic x(01).
               88 pointageReparation value 'R'.
               88 pointageEntretien value 'E'.
           2 numIncidentP pic 9(4).
           2 numBusP pic 9(4).
           2 operationPt pic x(10).
           2 heuresP pic 9(2)v99.
           2 coutMainOeuvreP pic 9(6)v99.
           2 operateurP pic x(10).

       fd f-location.
       1 Location.
           2 numBusLoc pic 9(4).
           2 loueurLoc pic x(30).
           2 loyerMensuelLoc pic 9(6)v99.
           2 dateDebLoc pic 9(8).
           2 dateFinLoc pic 9(8).
           2 kmContratLoc pic 9(7).
           2 prixKmSupLoc pic 9(2)v999.
           2 kmDebutLoc pic 9(6).

       fd f-rapport.
       1 ligneRapport pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusScenario pic xx.
       1 statusCircJ pic xx.
       1 statusFeries pic xx.
       1 statusParam pic xx.
       1 statusDepot pic xx.
       1 statusDistance pic xx.
       1 statusBus pic xx.
       1 statusCarb pic xx.
       1 statusFIncident pic xx.
       1 statusPointage pic xx.
       1 statusLocation pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 confirmSaisi pic x.
       1 actionAudit pic x(5).

       1 dateJour pic 9(8).
       1 dateJourDecoupee redefines dateJour.
           2 anneeJour pic 9(4).
           2 mmjjJour pic 9(4).
       1 heureGeneration pic 9(6).
       1 ligneVide pic x(80) value spaces.
       1 montantEdite pic z(8)9.99.
       1 prixKmEdite pic zz9.999.
       1 nbLignesRapport pic 9(6) value 0.

       *> saisie du scenario
       1 libelleSaisi pic x(30).
       1 villeDepSaisie pic x(20).
       1 villeArrSaisie pic x(20).
       1 distanceSaisie pic 9(5).
       1 arretsSaisis pic 9(3).
       1 circuitModele pic 9(4).
       1 joursSaisis pic x(7).
       1 ferieSaisi pic x(01).
       1 heureDebSaisie pic 9(4).
       1 heureDebDecoupee redefines heureDebSaisie.
           2 hhDeb pic 9(2).
           2 mnDeb pic 9(2).
       1 heureFinSaisie pic 9(4).
       1 heureFinDecoupee redefines heureFinSaisie.
           2 hhFin pic 9(2).
           2 mnFin pic 9(2).
       1 modeleSaisi pic x(20).
       1 depotSaisi pic 9(2).
       1 dureeSaisie pic 9(2).
       1 margeSaisie pic 9(2)v99.
       1 scenarioSaisi pic 9(4).
       1 scenarioCalcule pic x(300).
       1 motifInvalide pic x(50).
       1 idxJour pic 9(1).

       *> parametres de valorisation (Parametres.dat), en euros et
       *> en pour cent, avec leurs valeurs par defaut
       1 tauxHoraire pic 9(4)v99 value 15.
       1 vitesseHLP pic 9(3)v99 value 60.
       1 majSup pic 9(3)v99 value 25.
       1 majDim pic 9(3)v99 value 50.
       1 majFerie pic 9(3)v99 value 100.
       1 heuresJourStandard pic 9(2)v99 value 7.

       *> annee de circulation simulee a partir d'aujourd'hui
       1 intJour pic 9(8).
       1 intCourant pic 9(8).
       1 dateCourante pic 9(8).
       1 idxAn pic 9(3).
       1 jourSemaine pic 9(1).
       1 joursAn pic 9(3).
       1 joursDimanche pic 9(3).
       1 joursFeries pic 9(3).
       1 pic x value 'n'.
       88 jourEstFerie value 'o' false 'n'.

       *> haut-le-pied du circuit depuis la ville du depot
       1 villeBase pic x(20).
       1 villeA pic x(20).
       1 villeB pic x(20).
       1 kmTrouve pic 9(5).
       1 kmAller pic 9(5).
       1 kmRetour pic 9(5).
       1 minutesHLP pic 9(5).

       *> temps de travail d'une journee de circulation
       1 minutesService pic 9(5).
       1 minutesDeb pic 9(5).
       1 minutesFin pic 9(5).
       1 heuresJour pic 9(3)v99.
       1 heuresSupJour pic 9(3)v99.

       *> consommation et cout de possession de l'annee precedente,
       *> pour le modele et pour toute la flotte
       1 anneeRef pic 9(4).
       1 debAnnee pic 9(8).
       1 finAnnee pic 9(8).
       1 anneeAcq pic 9(4).
       1 moisAnnee pic 9(6).
       1 moisDebLoc pic 9(6).
       1 moisFinLoc pic 9(6).
       1 idxMois pic 9(2).
       1 nbMoisLoues pic 9(2).
       1 odoPrecedent pic 9(6).
       1 odoMin pic 9(6).
       1 odoMax pic 9(6).
       1 kmBus pic 9(7).
       1 coutPossBus pic 9(9)v99.
       1 litresModele pic 9(9)v99.
       1 kmCarbModele pic 9(9).
       1 prixModele pic 9(9)v99.
       1 litresPrixModele pic 9(9)v99.
       1 coutPossModele pic 9(11)v99.
       1 kmPossModele pic 9(9).
       1 litresFlotte pic 9(9)v99.
       1 kmCarbFlotte pic 9(9).
       1 prixFlotte pic 9(9)v99.
       1 litresPrixFlotte pic 9(9)v99.
       1 coutPossFlotte pic 9(11)v99.
       1 kmPossFlotte pic 9(9).
       1 pic x value 'n'.
       88 premierPlein value 'o' false 'n'.
       1 pic x value 'n'.
       88 releveTrouve value 'o' false 'n'.
       1 pic x value 'n'.
       88 busDuModele value 'o' false 'n'.
       1 pic x value 'n'.
       88 busLoue value 'o' false 'n'.
       1 pic x value 'n'.
       88 consoFlotte value 'o' false 'n'.
       1 pic x value 'n'.
       88 possFlotte value 'o' false 'n'.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 feriesOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 carburantOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 fichierIncidentOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 pointageOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 locationOuverte value 'o' false 'n'.

       1 i pic 99 value 8. *> indice de ligne

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
       88 roleConsult-parm value 'C'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-nextPage.
           2 line 24 'Appuyez sur une touche pour afficher la suite' .
           2 s-nextPage line 25 col 80 pic x to nextPage auto secure.

       1 a-plg-menu.
           2 line 3 col 14 'Simulation de r'&x'82'&'ponse aux '&
           'appels d''offres'.
           2 line 5 col 10 '1 Nouveau sc'&x'82'&'nario'.
           2 line 6 col 10 '2 Comparer les sc'&x'82'&'narios'.
           2 line 7 col 10 '3 Imprimer les sc'&x'82'&'narios'.
           2 line 8 col 10 '4 Supprimer un sc'&x'82'&'nario'.
           2 line 9 col 10 '5 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 11 col 13 'Choix ? '.
           2 s-choix line 11 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 s-plg-scenario.
           2 line 3 col 4 'Nouveau sc'&x'82'&'nario d''appel d''offres'.
           2 line 5 col 4 'Libell'&x'82'&' : '.
           2 s-libelle pic x(30) using libelleSaisi required.
           2 line 6 col 4 'Ville de d'&x'82'&'part : '.
           2 s-villeDep pic x(20) using villeDepSaisie required.
           2 line 6 col 42 'Arriv'&x'82'&'e : '.
           2 s-villeArr pic x(20) using villeArrSaisie required.
           2 line 7 col 4 'Distance en charge par jour (km) : '.
           2 s-distance pic 9(5) using distanceSaisie required.
           2 line 7 col 50 'Arr'&x'88'&'ts : '.
           2 s-arrets pic 9(3) using arretsSaisis.
           2 line 8 col 4 'Gabarit d''un circuit existant '&
           '(0 = saisi) : '.
           2 s-circuitModele pic 9(4) using circuitModele.
           2 line 9 col 4 'Jours de circulation LMMJVSD (O/N) : '.
           2 s-jours pic x(7) using joursSaisis.
           2 line 9 col 52 'F'&x'82'&'ri'&x'82'&'s (O/N) : '.
           2 s-ferie pic x using ferieSaisi.
           2 line 10 col 4 'Heure de d'&x'82'&'but (HHMM) : '.
           2 s-heureDeb pic 9(4) using heureDebSaisie required.
           2 line 10 col 40 'Heure de fin (HHMM) : '.
           2 s-heureFin pic 9(4) using heureFinSaisie required.
           2 line 11 col 4 'Mod'&x'8a'&'le de bus : '.
           2 s-modele pic x(20) using modeleSaisi required.
           2 line 11 col 45 'D'&x'82'&'p'&x'93'&'t : '.
           2 s-depot pic 9(2) using depotSaisi required.
           2 line 12 col 4 'Dur'&x'82'&'e du contrat (ans) : '.
           2 s-duree pic 9(2) using dureeSaisie required.
           2 line 12 col 40 'Marge vis'&x'82'&'e (%) : '.
           2 s-marge pic 9(2)v99 using margeSaisie required.

       1 a-plg-invalide.
           2 line 14 col 4 pic x(50) from motifInvalide.

       1 a-plg-resultat.
           2 line 14 col 4 'Jours/an : '.
           2 pic zz9 from joursAnSc.
           2 line 14 col 22 'Km/an : '.
           2 pic z(6)9 from kmAnSc.
           2 line 14 col 40 'dont '&x'85'&' vide : '.
           2 pic z(6)9 from kmVideAnSc.
           2 line 15 col 4 'Heures de conduite/an : '.
           2 pic z(4)9.99 from heuresAnSc.
           2 line 15 col 40 'Co'&x'96'&'t conducteur : '.
           2 pic z(8)9.99 from coutChaufSc.
           2 line 16 col 4 'Gazole : '.
           2 pic zz9.99 from consoSc.
           2 ' l/100 km '&x'85'&' '.
           2 pic z9.999 from prixLitreSc.
           2 ' /l'.
           2 line 16 col 40 'Co'&x'96'&'t gazole : '.
           2 pic z(8)9.99 from coutCarbSc.
           2 line 17 col 4 'Possession : '.
           2 pic zz9.999 from coutPossKmSc.
           2 ' /km'.
           2 line 17 col 40 'Co'&x'96'&'t possession : '.
           2 pic z(8)9.99 from coutPossSc.
           2 line 18 col 4 'Co'&x'96'&'t annuel : '.
           2 pic z(8)9.99 from coutAnnuelSc.
           2 line 18 col 40 'Prix propos'&x'82'&' / an : '.
           2 pic z(8)9.99 from prixAnnuelSc.
           2 line 19 col 4 'Prix au km : '.
           2 pic zz9.999 from prixKmSc.

       1 a-plg-flotte.
           2 line 20 col 4 '(moyenne de la flotte faute de '&
           'donn'&x'82'&'es sur le mod'&x'8a'&'le)'.

       1 s-plg-confirm.
           2 line 21 col 4 'Enregistrer ce sc'&x'82'&'nario (O/N) : '.
           2 s-confirm pic x to confirmSaisi.

       1 a-plg-enreg.
           2 line 22 col 4 'Sc'&x'82'&'nario enregistr'&x'82'&
           ' sous le num'&x'82'&'ro '.
           2 pic 9(4) from numScenario.

       1 a-plg-nonRes.
           2 line 22 col 4 'Echec'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Sc'&x'82'&'narios d''appels d''offres'.
           2 line 6 col 2 'Num'.
           2 line 6 col 7 'Libell'&x'82'.
           2 line 6 col 28 'Km/an'.
           2 line 6 col 36 'Co'&x'96'&'t/an'.
           2 line 6 col 49 'Prix/an'.
           2 line 6 col 62 'Prix/km'.
           2 line 6 col 71 'Marge'.

       1 a-plg-resListe.
           2 line i col 2 pic 9(4) from numScenario.
           2 line i col 7 pic x(20) from libelleSc.
           2 line i col 28 pic z(6)9 from kmAnSc.
           2 line i col 36 pic z(8)9.99 from coutAnnuelSc.
           2 line i col 49 pic z(8)9.99 from prixAnnuelSc.
           2 line i col 62 pic zz9.999 from prixKmSc.
           2 line i col 71 pic z9.99 from margeSc.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun sc'&x'82'&'nario enregistr'&x'82'.

       1 s-plg-saisieNum.
           2 line 4 col 4 'Supprimer un sc'&x'82'&'nario'.
           2 line 6 col 10 'Num'&x'82'&'ro du sc'&x'82'&'nario : '.
           2 s-num pic 9(4) to scenarioSaisi required.

       1 a-plg-supprime.
           2 line 20 col 15 'Sc'&x'82'&'nario supprim'&x'82'.

       1 a-plg-inconnu.
           2 line 20 col 15 'Sc'&x'82'&'nario inconnu'.

       1 a-plg-imprime.
           2 line 20 col 10 'Sc'&x'82'&'narios imprim'&x'82'&
           's dans scenariosAO.txt'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 5
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-simuler
                   when 2 perform mod-lister
                   when 3 perform mod-imprimer
                   when 4 perform mod-supprimer
               end-evaluate
           end-perform
           goback.

       *> saisie, valorisation et enregistrement d'un scenario
       mod-simuler.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           move spaces to libelleSaisi villeDepSaisie villeArrSaisie
               modeleSaisi
           move 'OOOOONN' to joursSaisis
           move 'N' to ferieSaisi
           move 0 to distanceSaisie arretsSaisis circuitModele
               heureDebSaisie heureFinSaisie depotSaisi dureeSaisie
               margeSaisie

           display a-effacer
           display s-plg-scenario
           accept s-libelle
           accept s-villeDep
           accept s-villeArr
           accept s-distance
           accept s-arrets
           accept s-circuitModele
           if circuitModele not = 0 then
               perform mod-reprendreGabarit
               display s-plg-scenario
           else
               accept s-jours
               accept s-ferie
           end-if
           accept s-heureDeb
           accept s-heureFin
           accept s-modele
           accept s-depot
           accept s-duree
           accept s-marge

           perform mod-valider
           if motifInvalide not = spaces then
               display a-plg-invalide
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           perform mod-chiffrer
           move ScenarioAO to scenarioCalcule
           display a-plg-resultat
           if consoFlotte or possFlotte then
               display a-plg-flotte
           end-if

           display s-plg-confirm
           accept s-confirm
           if confirmSaisi = 'O' or confirmSaisi = 'o' then
               perform mod-enregistrer
           end-if
           display a-plg-next
           accept s-next
       .

       *> gabarit hebdomadaire et feries d'un circuit existant; sans
       *> gabarit, le circuit circule tous les jours
       mod-reprendreGabarit.
           move 'OOOOOOO' to joursSaisis
           move 'O' to ferieSaisi
           open input f-circuitJours
           if statusCircJ = '00' then
               move circuitModele to numCircuitJ
               read f-circuitJours
                   not invalid key
                       move joursCircJ to joursSaisis
                       move ferieCircJ to ferieSaisi
               end-read
               close f-circuitJours
           end-if
       .

       mod-valider.
           move spaces to motifInvalide
           move function upper-case(joursSaisis) to joursSaisis
           move function upper-case(ferieSaisi) to ferieSaisi
           perform varying idxJour from 1 by 1 until idxJour > 7
               if joursSaisis(idxJour:1) not = 'O'
               and joursSaisis(idxJour:1) not = 'N' then
                   move 'Jours de circulation : O ou N pour chaque jour'
                       to motifInvalide
               end-if
           end-perform
           if ferieSaisi not = 'O' and ferieSaisi not = 'N' then
               move 'F'&x'82'&'ri'&x'82'&'s : O ou N' to motifInvalide
           end-if
           if hhDeb > 23 or mnDeb > 59 or hhFin > 23 or mnFin > 59
           or heureDebSaisie = heureFinSaisie then
               move 'Horaires invalides' to motifInvalide
           end-if
           if dureeSaisie = 0 then
               move 'Dur'&x'82'&'e du contrat obligatoire'
                   to motifInvalide
           end-if
           if margeSaisie >= 90 then
               move 'Marge vis'&x'82'&'e : moins de 90 %'
                   to motifInvalide
           end-if
       .

       *> valorisation annuelle du scenario saisi
       mod-chiffrer.
           accept dateJour from date yyyymmdd
           perform mod-chargerParametres
           perform mod-compterJours
           perform mod-hautLePied
           perform mod-coutsModele

           move libelleSaisi to libelleSc
           move villeDepSaisie to villeDepSc
           move villeArrSaisie to villeArrSc
           move distanceSaisie to distanceSc
           move arretsSaisis to nbArretsSc
           move joursSaisis to joursSc
           move ferieSaisi to ferieSc
           move heureDebSaisie to heureDebSc
           move heureFinSaisie to heureFinSc
           move modeleSaisi to modeleSc
           move depotSaisi to depotSc
           move dureeSaisie to dureeSc
           move margeSaisie to margeSc
           move dateJour to dateSc
           move operateurID-parm to operateurSc

           move joursAn to joursAnSc
           compute kmVideAnSc = joursAn * (kmAller + kmRetour)
           compute kmAnSc = joursAn * distanceSaisie + kmVideAnSc

           *> journee : service (fin le lendemain si elle precede le
           *> debut) plus roulage a vide; le depassement de la journee
           *> standard est majore
           compute minutesDeb = hhDeb * 60 + mnDeb
           compute minutesFin = hhFin * 60 + mnFin
           if minutesFin > minutesDeb then
               compute minutesService = minutesFin - minutesDeb
           else
               compute minutesService = minutesFin + 1440 - minutesDeb
           end-if
           compute heuresJour rounded =
               (minutesService + minutesHLP) / 60
           move 0 to heuresSupJour
           if heuresJour > heuresJourStandard then
               compute heuresSupJour = heuresJour - heuresJourStandard
           end-if
           compute heuresAnSc = heuresJour * joursAn
           compute coutChaufSc rounded = tauxHoraire * (
               heuresJour * joursAn
               + heuresSupJour * joursAn * majSup / 100
               + heuresJour * joursDimanche * majDim / 100
               + heuresJour * joursFeries * majFerie / 100)

           move 0 to consoSc prixLitreSc coutPossKmSc
           set consoFlotte to false
           set possFlotte to false
           if kmCarbModele > 0 then
               compute consoSc rounded =
                   litresModele * 100 / kmCarbModele
           else
               if kmCarbFlotte > 0 then
                   compute consoSc rounded =
                       litresFlotte * 100 / kmCarbFlotte
                   set consoFlotte to true
               end-if
           end-if
           if litresPrixModele > 0 then
               compute prixLitreSc rounded =
                   prixModele / litresPrixModele
           else
               if litresPrixFlotte > 0 then
                   compute prixLitreSc rounded =
                       prixFlotte / litresPrixFlotte
                   set consoFlotte to true
               end-if
           end-if
           if kmPossModele > 0 then
               compute coutPossKmSc rounded =
                   coutPossModele / kmPossModele
           else
               if kmPossFlotte > 0 then
                   compute coutPossKmSc rounded =
                       coutPossFlotte / kmPossFlotte
                   set possFlotte to true
               end-if
           end-if
           compute coutCarbSc rounded =
               kmAnSc * consoSc / 100 * prixLitreSc
           compute coutPossSc rounded = kmAnSc * coutPossKmSc

           compute coutAnnuelSc = coutChaufSc + coutCarbSc + coutPossSc
           compute prixAnnuelSc rounded =
               coutAnnuelSc * 100 / (100 - margeSaisie)
           move 0 to prixKmSc
           if kmAnSc > 0 then
               compute prixKmSc rounded = prixAnnuelSc / kmAnSc
           end-if
       .

       mod-chargerParametres.
           open input f-parametre
           if statusParam = '00' then
               move 'TAUXHORAIRE' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to tauxHoraire
               end-read
               move 'VITESSEHLP' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to vitesseHLP
                       end-if
               end-read
               move 'MAJSUP' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to majSup
               end-read
               move 'MAJDIM' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to majDim
               end-read
               move 'MAJFERIE' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to majFerie
               end-read
               close f-parametre
           end-if
       .

       *> jours de circulation sur les 365 jours a venir, d'apres le
       *> gabarit et le calendrier des jours feries
       mod-compterJours.
           move 0 to joursAn joursDimanche joursFeries
           compute intJour = function integer-of-date(dateJour)
           open input f-feries
           if statusFeries = '00' then
               set feriesOuvert to true
           end-if
           perform varying idxAn from 0 by 1 until idxAn > 364
               compute intCourant = intJour + idxAn
               compute dateCourante =
                   function date-of-integer(intCourant)
               compute jourSemaine = function mod(
                   intCourant + 6, 7) + 1
               set jourEstFerie to false
               if feriesOuvert then
                   move dateCourante to dateFerie
                   read f-feries
                       not invalid key
                           set jourEstFerie to true
                   end-read
               end-if
               evaluate true
                   when joursSaisis(jourSemaine:1) = 'N'
                       continue
                   when jourEstFerie and ferieSaisi = 'N'
                       continue
                   when jourEstFerie
                       add 1 to joursAn
                       add 1 to joursFeries
                   when jourSemaine = 7
                       add 1 to joursAn
                       add 1 to joursDimanche
                   when other
                       add 1 to joursAn
               end-evaluate
           end-perform
           if feriesOuvert then
               close f-feries
               set feriesOuvert to false
           end-if
       .

       *> approche depuis la ville du depot et retour a vide, temps
       *> de roulage a la vitesse VITESSEHLP
       mod-hautLePied.
           move 0 to kmAller kmRetour minutesHLP
           move spaces to villeBase
           open input f-depot
           if statusDepot = '00' then
               move depotSaisi to numDepot
               read f-depot
                   not invalid key
                       move villeDepot to villeBase
               end-read
               close f-depot
           end-if
           if villeBase = spaces then
               exit paragraph
           end-if
           open input f-distance
           if statusDistance = '00' then
               move villeBase to villeA
               move villeDepSaisie to villeB
               perform mod-lireDistance
               move kmTrouve to kmAller
               move villeArrSaisie to villeA
               move villeBase to villeB
               perform mod-lireDistance
               move kmTrouve to kmRetour
               close f-distance
           end-if
           if kmAller + kmRetour > 0 then
               compute minutesHLP rounded =
                   (kmAller + kmRetour) * 60 / vitesseHLP
           end-if
       .

       *> distance villeA -> villeB, ou dans le sens inverse
       mod-lireDistance.
           move 0 to kmTrouve
           if villeA not = spaces and villeB not = spaces
           and villeA not = villeB then
               move villeA to villeDepD
               move villeB to villeArrD
               read f-distance
                   invalid key
                       move villeB to villeDepD
                       move villeA to villeArrD
                       read f-distance
                           not invalid key
                               move kmDistance to kmTrouve
                       end-read
                   not invalid key
                       move kmDistance to kmTrouve
               end-read
           end-if
       .

       *> consommation, prix du gazole et cout de possession au km de
       *> l'annee precedente, pour le modele et pour la flotte
       mod-coutsModele.
           move 0 to litresModele kmCarbModele prixModele
               litresPrixModele coutPossModele kmPossModele
               litresFlotte kmCarbFlotte prixFlotte litresPrixFlotte
               coutPossFlotte kmPossFlotte
           compute anneeRef = anneeJour - 1
           compute debAnnee = anneeRef * 10000 + 101
           compute finAnnee = anneeRef * 10000 + 1231

           open input f-bus
           if statusBus not = '00' then
               exit paragraph
           end-if
           open input f-carburant
           if statusCarb = '00' then
               set carburantOuvert to true
           end-if
           open input f-incident
           if statusFIncident = '00' then
               set fichierIncidentOuvert to true
           end-if
           open input f-pointage
           if statusPointage = '00' then
               set pointageOuvert to true
           end-if
           open input f-location
           if statusLocation = '00' then
               set locationOuverte to true
           end-if

           set fin-lire to false
           read f-bus next
           end set fin-lire to true end-read
           perform until fin-lire
               if not busRetire then
                   set busDuModele to false
                   if function upper-case(modele)
                   = function upper-case(modeleSaisi) then
                       set busDuModele to true
                   end-if
                   perform mod-carburantBus
                   perform mod-possessionBus
               end-if
               read f-bus next
               end set fin-lire to true end-read
           end-perform

           if locationOuverte then
               close f-location
               set locationOuverte to false
           end-if
           if pointageOuvert then
               close f-pointage
               set pointageOuvert to false
           end-if
           if fichierIncidentOuvert then
               close f-incident
               set fichierIncidentOuvert to false
           end-if
           if carburantOuvert then
               close f-carburant
               set carburantOuvert to false
           end-if
           close f-bus
       .

       *> pleins de l'annee : litres et km entre pleins successifs,
       *> prix paye au litre; releve du compteur pour la possession
       mod-carburantBus.
           set releveTrouve to false
           set premierPlein to true
           move 999999 to odoMin
           move 0 to odoMax
           if not carburantOuvert then
               exit paragraph
           end-if
           move numero to numBusC
           start f-carburant key is equal numBusC
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-carburant next
                   at end
                       set finVerif to true
                   not at end
                       if numBusC not = numero then
                           set finVerif to true
                       else
                           if dateCarb >= debAnnee
                           and dateCarb <= finAnnee then
                               perform mod-cumulerPlein
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-cumulerPlein.
           set releveTrouve to true
           if odometreCarb < odoMin then
               move odometreCarb to odoMin
           end-if
           if odometreCarb > odoMax then
               move odometreCarb to odoMax
           end-if
           add prixCarb to prixFlotte
           add litresCarb to litresPrixFlotte
           if busDuModele then
               add prixCarb to prixModele
               add litresCarb to litresPrixModele
           end-if
           if premierPlein then
               set premierPlein to false
           else
               if odometreCarb > odoPrecedent then
                   add litresCarb to litresFlotte
                   compute kmCarbFlotte = kmCarbFlotte
                       + odometreCarb - odoPrecedent
                   if busDuModele then
                       add litresCarb to litresModele
                       compute kmCarbModele = kmCarbModele
                           + odometreCarb - odoPrecedent
                   end-if
               end-if
           end-if
           move odometreCarb to odoPrecedent
       .

       *> amortissement ou loyer, reparations et entretien de
       *> l'annee, rapportes aux km du compteur
       mod-possessionBus.
           if not releveTrouve then
               exit paragraph
           end-if
           compute kmBus = odoMax - odoMin
           if kmBus = 0 then
               exit paragraph
           end-if
           move 0 to coutPossBus

           set busLoue to false
           if locationOuverte then
               move numero to numBusLoc
               read f-location
                   not invalid key
                       set busLoue to true
               end-read
           end-if
           if busLoue then
               compute moisDebLoc = dateDebLoc / 100
               compute moisFinLoc = dateFinLoc / 100
               move 0 to nbMoisLoues
               perform varying idxMois from 1 by 1 until idxMois > 12
                   compute moisAnnee = anneeRef * 100 + idxMois
                   if moisAnnee >= moisDebLoc
                   and moisAnnee <= moisFinLoc then
                       add 1 to nbMoisLoues
                   end-if
               end-perform
               compute coutPossBus = loyerMensuelLoc * nbMoisLoues
           else
               if prixAchat > 0 and dureeAmortAns > 0
               and dateAcquisition not = 0 then
                   move dateAcquisition(1:4) to anneeAcq
                   if anneeRef >= anneeAcq
                   and anneeRef < anneeAcq + dureeAmortAns then
                       compute coutPossBus rounded =
                           prixAchat / dureeAmortAns
                   end-if
               end-if
           end-if

           if fichierIncidentOuvert then
               move numero to numBusI
               start f-incident key is equal numBusI
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-incident next
                       at end
                           set finVerif to true
                       not at end
                           if numBusI not = numero then
                               set finVerif to true
                           else
                               if dateIncident >= debAnnee
                               and dateIncident <= finAnnee then
                                   add coutReparation to coutPossBus
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           if pointageOuvert then
               move numero to numBusP
               start f-pointage key is equal numBusP
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-pointage next
                       at end
                           set finVerif to true
                       not at end
                           if numBusP not = numero then
                               set finVerif to true
                           else
                               if pointageEntretien
                               and datePointage >= debAnnee
                               and datePointage <= finAnnee then
                                   add coutMainOeuvreP to coutPossBus
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           add coutPossBus to coutPossFlotte
           add kmBus to kmPossFlotte
           if busDuModele then
               add coutPossBus to coutPossModele
               add kmBus to kmPossModele
           end-if
       .

       *> numero suivant le dernier scenario enregistre
       mod-enregistrer.
           open i-o f-scenario
           if statusScenario = '35' then
               open output f-scenario
               close f-scenario
               open i-o f-scenario
           end-if
           move 0 to scenarioSaisi
           move 9999 to numScenario
           start f-scenario key is <= numScenario
               not invalid key
                   read f-scenario next
                       not at end
                           move numScenario to scenarioSaisi
                   end-read
           end-start
           add 1 to scenarioSaisi
           move scenarioCalcule to ScenarioAO
           move scenarioSaisi to numScenario
           write ScenarioAO
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-enreg
                   move 'AJOUT' to actionAudit
                   perform mod-ecrireAudit
           end-write
           close f-scenario
       .

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-scenario
           if statusScenario = '00' then
               read f-scenario next
               end set fin-lire to true end-read
               perform until fin-lire
                   set ligneTrouvee to true
                   display a-plg-resListe
                   compute i = i + 1
                   if (i > 20) then
                       compute i = 8
                       display a-plg-nextPage
                       accept s-nextPage
                       display a-plg-titreListe
                   end-if
                   read f-scenario next
                   end set fin-lire to true end-read
               end-perform
               close f-scenario
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       *> fiche detaillee de chaque scenario puis tableau comparatif
       mod-imprimer.
           display a-effacer
           open input f-scenario
           if statusScenario not = '00' then
               display a-plg-aucun
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           accept dateJour from date yyyymmdd
           accept heureGeneration from time
           move 0 to nbLignesRapport
           open output f-rapport
           move ligneVide to ligneRapport
           move 'SCENARIOS D''APPELS D''OFFRES AU' to ligneRapport(1:30)
           move dateJour to ligneRapport(32:8)
           perform mod-ecrireLigne

           set fin-lire to false
           read f-scenario next
           end set fin-lire to true end-read
           perform until fin-lire
               perform mod-imprimerScenario
               read f-scenario next
               end set fin-lire to true end-read
           end-perform

           move ligneVide to ligneRapport
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'COMPARAISON' to ligneRapport(1:11)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Num  Libelle' to ligneRapport(1:12)
           move 'Km/an   Cout annuel    Prix annuel  Prix/km'
               to ligneRapport(27:43)
           move 'Marge' to ligneRapport(74:5)
           perform mod-ecrireLigne
           move 0 to numScenario
           start f-scenario key is >= numScenario
               invalid key
                   set fin-lire to true
               not invalid key
                   set fin-lire to false
           end-start
           perform until fin-lire
               read f-scenario next
                   at end
                       set fin-lire to true
                   not at end
                       move ligneVide to ligneRapport
                       move numScenario to ligneRapport(1:4)
                       move libelleSc(1:20) to ligneRapport(6:20)
                       move kmAnSc to ligneRapport(26:7)
                       move coutAnnuelSc to montantEdite
                       move montantEdite to ligneRapport(34:12)
                       move prixAnnuelSc to montantEdite
                       move montantEdite to ligneRapport(47:12)
                       move prixKmSc to prixKmEdite
                       move prixKmEdite to ligneRapport(61:7)
                       move margeSc to ligneRapport(74:4)
                       perform mod-ecrireLigne
               end-read
           end-perform
           close f-rapport
           close f-scenario

           open extend f-editions
           move 'scenariosAO.txt' to nomEdition
           move dateJour to dateEdition
           move heureGeneration to heureEdition
           move nbLignesRapport to nbLignesEdition
           write ligneEdition
           close f-editions

           display a-plg-imprime
           display a-plg-next
           accept s-next
       .

       mod-imprimerScenario.
           move ligneVide to ligneRapport
           perform mod-ecrireLigne
           move all '-' to ligneRapport
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Scenario' to ligneRapport(1:8)
           move numScenario to ligneRapport(10:4)
           move libelleSc to ligneRapport(16:30)
           move 'du' to ligneRapport(48:2)
           move dateSc to ligneRapport(51:8)
           move operateurSc to ligneRapport(61:10)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Circuit' to ligneRapport(1:7)
           move villeDepSc to ligneRapport(10:20)
           move '->' to ligneRapport(31:2)
           move villeArrSc to ligneRapport(34:20)
           move distanceSc to ligneRapport(56:5)
           move 'km,' to ligneRapport(62:3)
           move nbArretsSc to ligneRapport(66:3)
           move 'arrets' to ligneRapport(70:6)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Jours' to ligneRapport(1:5)
           move joursSc to ligneRapport(10:7)
           move 'feries' to ligneRapport(18:6)
           move ferieSc to ligneRapport(25:1)
           move 'horaires' to ligneRapport(28:8)
           move heureDebSc to ligneRapport(37:4)
           move '-' to ligneRapport(42:1)
           move heureFinSc to ligneRapport(44:4)
           move 'depot' to ligneRapport(50:5)
           move depotSc to ligneRapport(56:2)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Modele' to ligneRapport(1:6)
           move modeleSc to ligneRapport(10:20)
           move 'contrat' to ligneRapport(32:7)
           move dureeSc to ligneRapport(40:2)
           move 'an(s), marge' to ligneRapport(43:12)
           move margeSc to ligneRapport(56:4)
           move '%' to ligneRapport(61:1)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Jours/an' to ligneRapport(1:8)
           move joursAnSc to ligneRapport(10:3)
           move 'km/an' to ligneRapport(16:5)
           move kmAnSc to ligneRapport(22:7)
           move 'dont a vide' to ligneRapport(31:11)
           move kmVideAnSc to ligneRapport(43:7)
           move 'heures/an' to ligneRapport(52:9)
           move heuresAnSc to montantEdite
           move montantEdite(4:9) to ligneRapport(62:9)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Conducteurs' to ligneRapport(1:11)
           move coutChaufSc to montantEdite
           move montantEdite to ligneRapport(30:12)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Gazole' to ligneRapport(1:6)
           move consoSc to ligneRapport(10:5)
           move 'l/100km a' to ligneRapport(16:9)
           move prixLitreSc to ligneRapport(26:5)
           move coutCarbSc to montantEdite
           move montantEdite to ligneRapport(30:12)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Possession' to ligneRapport(1:10)
           move coutPossKmSc to prixKmEdite
           move prixKmEdite to ligneRapport(12:7)
           move '/km' to ligneRapport(20:3)
           move coutPossSc to montantEdite
           move montantEdite to ligneRapport(30:12)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Cout annuel' to ligneRapport(1:11)
           move coutAnnuelSc to montantEdite
           move montantEdite to ligneRapport(30:12)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Prix propose annuel' to ligneRapport(1:19)
           move prixAnnuelSc to montantEdite
           move montantEdite to ligneRapport(30:12)
           move 'soit' to ligneRapport(44:4)
           move prixKmSc to prixKmEdite
           move prixKmEdite to ligneRapport(49:7)
           move '/km' to ligneRapport(57:3)
           perform mod-ecrireLigne
           move ligneVide to ligneRapport
           move 'Prix sur la duree' to ligneRapport(1:17)
           compute montantEdite = prixAnnuelSc * dureeSc
           move montantEdite to ligneRapport(30:12)
           perform mod-ecrireLigne
       .

       mod-ecrireLigne.
           write ligneRapport
           add 1 to nbLignesRapport
       .

       mod-supprimer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           display a-effacer
           display s-plg-saisieNum
           accept s-num
           open i-o f-scenario
           if statusScenario not = '00' then
               display a-plg-inconnu
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           move scenarioSaisi to numScenario
           read f-scenario
               invalid key
                   display a-plg-inconnu
               not invalid key
                   delete f-scenario
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-supprime
                           move 'SUPPR' to actionAudit
                           perform mod-ecrireAudit
                   end-delete
           end-read
           close f-scenario
           display a-plg-next
           accept s-next
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'SCENARIO AO' to ligneAudit(25:11)
           move numScenario to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program simulAppelOffres.
