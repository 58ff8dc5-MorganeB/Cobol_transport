       program-id. releveCles.

       *> releve de l'occupation des numeros : chaque fichier indexe
       *> dont les enregistrements sont numerotes (le plus souvent
       *> par le plus grand numero + 1) est lu en entier pour en
       *> retenir le plus grand numero en service et le nombre
       *> d'enregistrements. Le tableau rendu garde toujours le meme
       *> ordre : statsMensuelles le photographie chaque mois dans
       *> Stats.dat (clesMaxStats) a la meme position, un fichier
       *> ajoute a la liste se met donc a la fin.
       *> Appele par statsMensuelles et par projectionCles.

       file-control.
           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusCle.

           select f-reservation assign 'Reservation.dat' organization
           indexed access dynamic
           record key numResa
           alternate record key numAffectR duplicates
           file status is statusCle.

           select f-facture assign 'Facture.dat' organization
           indexed
           access dynamic record key numFacture
           file status is statusCle.

           select f-frais assign 'Frais.dat' organization
           indexed access dynamic
           record key numFrais
           alternate record key numAffectF duplicates
           file status is statusCle.

           select f-devis assign 'Devis.dat' organization
           indexed
           access dynamic record key numDevis
           file status is statusCle.

           select f-commande assign 'Commande.dat' organization
           indexed
           access dynamic record key numCommande
           file status is statusCle.

           select f-reglement assign 'Reglement.dat' organization
           indexed access dynamic
           record key numReglement
           alternate record key numFactureR duplicates
           file status is statusCle.

           select f-carburant assign 'Carburant.dat' organization
           indexed access dynamic
           record key numPlein
           alternate record key numBusC duplicates
           file status is statusCle.

           select f-abonnement assign 'Abonnement.dat'
           organization indexed access dynamic
           record key numAbonnement
           file status is statusCle.

           select f-attente assign 'ListeAttente.dat'
           organization indexed access dynamic
           record key numAttente
           alternate record key numAffectW duplicates
           file status is statusCle.

           select f-colis assign 'Colis.dat'
           organization indexed access dynamic
           record key numColis
           alternate record key numAffectC duplicates
           file status is statusCle.

           select f-enquete assign 'Enquete.dat'
           organization indexed access dynamic
           record key numEnquete
           alternate record key numAffectEq duplicates
           file status is statusCle.

           select f-objet assign 'ObjetTrouve.dat'
           organization indexed access dynamic
           record key numObjet
           alternate record key numBusObj duplicates
           file status is statusCle.

           select f-commandeF assign 'CommandeFourn.dat'
           organization indexed access dynamic
           record key numCdeF
           alternate record key numFournCdeF duplicates
           file status is statusCle.

           select f-mouvement assign 'MouvementPiece.dat'
           organization indexed access dynamic
           record key numMouvement
           alternate record key refPieceM duplicates
           file status is statusCle.

           select f-mvtCuve assign 'MouvementCuve.dat'
           organization indexed access dynamic
           record key numMvtCuve
           alternate record key depotMvtCuve duplicates
           file status is statusCle.

           select f-mvtPneu assign 'MouvementPneu.dat'
           organization indexed access dynamic
           record key numMvtPneu
           alternate record key numSerieMvtP duplicates
           file status is statusCle.

           select f-pointage assign 'PointageAtelier.dat'
           organization indexed access dynamic
           record key numPointage
           alternate record key numMecaP duplicates
           alternate record key numBusP duplicates
           file status is statusCle.

           select f-reclamG assign 'ReclamGarantie.dat'
           organization indexed access dynamic
           record key numReclamG
           alternate record key numIncidentRG duplicates
           file status is statusCle.

           select f-session assign 'SessionRecharge.dat'
           organization indexed access dynamic
           record key numSession
           alternate record key numBusS duplicates
           file status is statusCle.

           select f-envoi assign 'EnvoiFactElec.dat'
           organization indexed access dynamic
           record key numEnvoi
           alternate record key numFactureEv duplicates
           file status is statusCle.

           select f-lot assign 'LotVirement.dat'
           organization indexed access dynamic
           record key numLot
           file status is statusCle.

           select f-acompte assign 'Acompte.dat'
           organization indexed access dynamic
           record key numFactAcompte
           alternate record key numClientAc duplicates
           file status is statusCle.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed
           access dynamic record key numchaufN
           file status is statusCle.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusCle.

           select f-circuit assign 'Circuit.dat' organization
           indexed access dynamic record key numCircuit
           file status is statusCle.

           select f-client assign 'Client.dat' organization
           indexed access dynamic record key numClient
           file status is statusCle.

           select f-tarif assign 'Tarif.dat' organization
           indexed access dynamic record key numTarif
           file status is statusCle.

           select f-incident assign 'Incident.dat' organization
           indexed access dynamic
           record key numIncident
           alternate record key numBusI duplicates
           file status is statusCle.

           select f-indispo assign 'Indispo.dat' organization
           indexed access dynamic
               record key numIndispo
               alternate record key numChaufI duplicates
           file status is statusCle.

           select f-indispoBus assign 'IndispoBus.dat' organization
           indexed access dynamic
           record key numIndispoB
           alternate record key numBusIB duplicates
           file status is statusCle.

           select f-indispoAc assign 'IndispoAccomp.dat'
           organization indexed access dynamic
           record key numIndispoAc
           alternate record key numAccompIA duplicates
           file status is statusCle.

           select f-certification assign 'Certification.dat'
           organization indexed access dynamic
           record key numCertif
           alternate record key numChaufC duplicates
           file status is statusCle.

           select f-habilitation assign 'Habilitation.dat'
           organization indexed access dynamic
           record key numHabilitation
           alternate record key numChaufH duplicates
           file status is statusCle.

           select f-amende assign 'Amende.dat'
           organization indexed access dynamic
           record key numAmende
           alternate record key numBusAm duplicates
           file status is statusCle.

           select f-sinistre assign 'Sinistre.dat'
           organization indexed access dynamic
           record key numSinistre
           alternate record key numIncidentS duplicates
           file status is statusCle.

           select f-reclamation assign 'Reclamation.dat'
           organization indexed access dynamic
           record key numReclamation
           alternate record key numCircuitRec duplicates
           file status is statusCle.

           select f-demande assign 'DemandeConge.dat'
           organization indexed access dynamic
           record key numDemande
           alternate record key numChaufD duplicates
           file status is statusCle.

           select f-document assign 'DocumentBus.dat' organization
           indexed access dynamic
           record key numDocument
           alternate record key numBusD duplicates
           file status is statusCle.

           select f-evenement assign 'Evenement.dat'
           organization indexed access dynamic
           record key numEvenement
           alternate record key numClientEv duplicates
           file status is statusCle.

           select f-perturbation assign 'Perturbation.dat'
           organization indexed access dynamic
           record key numPerturb
           file status is statusCle.

           select f-contrat assign 'Contrat.dat'
           organization indexed access dynamic
           record key numContrat
           alternate record key numChaufCt duplicates
           file status is statusCle.

           select f-contratCli assign 'ContratClient.dat'
           organization indexed access dynamic
           record key numContratCli
           alternate record key numClientCC duplicates
           file status is statusCle.

           select f-accomp assign 'Accompagnateur.dat'
           organization indexed access dynamic
           record key numAccomp
           file status is statusCle.

           select f-agence assign 'Agence.dat'
           organization indexed access dynamic
           record key numAgence
           file status is statusCle.

           select f-candidat assign 'Candidat.dat'
           organization indexed access dynamic
           record key numCandidat
           file status is statusCle.

           select f-fournisseur assign 'Fournisseur.dat'
           organization indexed access dynamic
           record key numFournisseur
           file status is statusCle.

           select f-mecanicien assign 'Mecanicien.dat'
           organization indexed access dynamic
           record key numMecanicien
           file status is statusCle.

           select f-materiel assign 'MaterielRemis.dat'
           organization indexed access dynamic
           record key numMateriel
           alternate record key numSerieM duplicates
           alternate record key numChaufM duplicates
           file status is statusCle.

           select f-sousTraitant assign 'SousTraitant.dat'
           organization indexed access dynamic
           record key numSousTraitant
           file status is statusCle.

           select f-relais assign 'RelaisBus.dat'
           organization indexed access dynamic
           record key numRelais
           alternate record key numAffectOrig duplicates
           alternate record key numAffectRelais duplicates
           file status is statusCle.

           select f-transfert assign 'TransfertDepot.dat'
           organization indexed access dynamic
           record key numTransfert
           file status is statusCle.

           select f-scenario assign 'ScenarioAO.dat'
           organization indexed access dynamic
           record key numScenario
           file status is statusCle.

           select f-tarifMAD assign 'TarifMAD.dat'
           organization indexed access dynamic
           record key numTarifM
           file status is statusCle.

           select f-tarifST assign 'TarifST.dat'
           organization indexed access dynamic
           record key numTarifST
           alternate record key numSousTraitantT duplicates
           file status is statusCle.

           select f-distribution assign 'Distribution.dat'
           organization indexed access dynamic
           record key numDistrib
           file status is statusCle.

       file section.
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

       fd f-reservation.
       1 Reservation.
           2 numResa pic 9(6).
           2 numAffectR pic 9(6).
           2 nomPassager pic x(30).
           2 telephonePassager pic x(15).
           2 nbPlacesResa pic 9(3).
           2 arretMontee pic x(20).
           2 statusResaR pic x(01).
               88 resaAnnulee value 'A'.
           2 arretDescente pic x(20).
           2 embarquementR pic x(01).
               88 resaEmbarquee value 'E'.
               88 resaNoShow value 'S'.
           2 prixPlaceResa pic 9(4)v99.
           2 modePaiementR pic x(01).
               88 paiementEspeces value 'E'.
               88 paiementCarte value 'C'.

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
           2 montantRegleF pic 9(9)v99.
           2 typeF pic x(01).
               88 estFacture value 'F'.
               88 estAvoir value 'A'.
               88 estAcompte value 'D'.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

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

       fd f-devis.
       1 Devis.
           2 numDevis pic 9(6).
           2 numClientD pic 9(4).
           2 numCircuitD pic 9(4).
           2 destinationD pic x(30).
           2 dateTrajetD pic 9(8).
           2 placesD pic 9(3).
           2 montantD pic 9(7)v99.
           2 numTarifD pic 9(4).
           2 dateEmissionD pic 9(8).
           2 dateValiditeD pic 9(8).
           2 statusD pic x(01).
               88 devisEmis value 'E'.
               88 devisConverti value 'A'.
               88 devisRefuse value 'R'.
           2 numCommandeD pic 9(6).
           2 numAgenceD pic 9(4).

       fd f-commande.
       1 Commande.
           2 numCommande pic 9(6).
           2 numClientCmd pic 9(4).
           2 dateDemandee pic 9(8).
           2 numCircuitCmd pic 9(4).
           2 destinationCmd pic x(30).
           2 placesCmd pic 9(3).
           2 statusCmd pic x(01).
               88 cmdEnAttente value 'P'.
               88 cmdAssignee value 'A'.
               88 cmdRefusee value 'R'.
           2 tauxAcompteCmd pic 9(2)v99.
           2 numAgenceCmd pic 9(4).

       fd f-reglement.
       1 Reglement.
           2 numReglement pic 9(6).
           2 numFactureR pic 9(6).
           2 dateReglement pic 9(8).
           2 montantReglement pic 9(9)v99.
           2 modeReglement pic x(10).
           2 refReglement pic x(20).

       fd f-carburant.
       1 Carburant.
           2 numPlein pic 9(6).
           2 numBusC pic 9(4).
           2 dateCarb pic 9(8).
           2 litresCarb pic 9(4)v99.
           2 prixCarb pic 9(6)v99.
           2 odometreCarb pic 9(6).

       fd f-abonnement.
       1 Abonnement.
           2 numAbonnement pic 9(6).
           2 nomTitulaire pic x(30).
           2 telTitulaire pic x(15).
           2 numClientAbo pic 9(4).
           2 circuitsAbo.
               3 circuitAbo pic 9(4) occurs 5 times.
           2 typeAbo pic x(01).
               88 aboMensuel value 'M'.
               88 aboAnnuel value 'A'.
           2 dateDebAbo pic 9(8).
           2 dateFinAbo pic 9(8).
           2 prixAbo pic 9(5)v99.
           2 statutPaiementAbo pic x(01).
               88 aboARegler value 'N'.
               88 aboRegle value 'P'.
               88 aboResilie value 'R'.
           2 modePaiementAbo pic x(01).
               88 paiementEspecesAbo value 'E'.
               88 paiementCarteAbo value 'C'.
           2 dateVenteAbo pic 9(8).
           2 datePaiementAbo pic 9(8).

       fd f-attente.
       1 ListeAttente.
           2 numAttente pic 9(6).
           2 numAffectW pic 9(6).
           2 nomPassagerW pic x(30).
           2 telephoneW pic x(15).
           2 nbPlacesW pic 9(3).
           2 arretMonteeW pic x(20).
           2 arretDescenteW pic x(20).
           2 statutW pic x(01).
               88 attenteEnCours value 'A'.
               88 attentePromue value 'P'.

       fd f-colis.
       1 Colis.
           2 numColis pic 9(6).
           2 numAffectC pic 9(6).
           2 numClientExpC pic 9(4).
           2 nomExpediteurC pic x(30).
           2 telExpediteurC pic x(15).
           2 nomDestinataireC pic x(30).
           2 telDestinataireC pic x(15).
           2 seqPriseC pic 9(2).
           2 seqDeposeC pic 9(2).
           2 poidsColis pic 9(3)v9.
           2 prixColis pic 9(5)v99.
           2 statutColis pic x(01).
               88 colisLivre value 'L'.
           2 dateDepotC pic 9(8).
           2 dateLivraisonC pic 9(8).
           2 receptionnaireC pic x(30).
           2 numFactureC pic 9(6).

       fd f-enquete.
       1 Enquete.
           2 numEnquete pic 9(6).
           2 numAffectEq pic 9(6).
           2 typeSondeEq pic x(01).
               88 sondeClient value 'C'.
               88 sondePassager value 'P'.
           2 numClientEq pic 9(4).
           2 numResaEq pic 9(6).
           2 nomSondeEq pic x(30).
           2 telSondeEq pic x(15).
           2 dateTrajetEq pic 9(8).
           2 numCircuitEq pic 9(4).
           2 numChaufEq pic 9(4).
           2 dateSelectEq pic 9(8).
           2 statutEq pic x(01).
               88 enqAContacter value 'A'.
               88 enqRepondue value 'R'.
               88 enqSansReponse value 'N'.
           2 notePonctEq pic 9(1).
           2 noteChaufEq pic 9(1).
           2 noteProprEq pic 9(1).
           2 noteGlobaleEq pic 9(1).
           2 commentaireEq pic x(60).
           2 dateReponseEq pic 9(8).
           2 operateurEq pic x(10).

       fd f-objet.
       1 ObjetTrouve.
           2 numObjet pic 9(6).
           2 dateTrouveObj pic 9(8).
           2 numBusObj pic 9(4).
           2 numAffectObj pic 9(6).
           2 descriptionObj pic x(60).
           2 depotObj pic 9(2).
           2 trouveParObj pic x(30).
           2 statutObj pic x(01).
               88 objStocke value 'S'.
               88 objRestitue value 'R'.
               88 objDetruit value 'D'.
           2 dateSortieObj pic 9(8).
           2 nomProprietaire pic x(30).
           2 telProprietaire pic x(15).
           2 pieceIdentiteObj pic x(20).
           2 operateurSortieObj pic x(10).

       fd f-commandeF.
       1 CommandeFourn.
           2 numCdeF pic 9(6).
           2 numFournCdeF pic 9(4).
           2 dateCdeF pic 9(8).
           2 datePromiseCdeF pic 9(8).
           2 statutCdeF pic x(01).
               88 cdeOuverte value 'O'.
               88 cdePartielle value 'P'.
               88 cdeSoldee value 'S'.
               88 cdeAnnulee value 'A'.
           2 montantCdeF pic 9(7)v99.
           2 operateurCdeF pic x(10).

       fd f-mouvement.
       1 MouvementPiece.
           2 numMouvement pic 9(6).
           2 refPieceM pic x(10).
           2 typeMouvement pic x(01).
               88 mouvementReception value 'R'.
               88 mouvementSortie value 'S'.
           2 qteMouvement pic 9(5).
           2 numIncidentM pic 9(4).
           2 dateMouvement pic 9(8).

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

       fd f-mvtPneu.
       1 MouvementPneu.
           2 numMvtPneu pic 9(6).
           2 numSerieMvtP pic x(15).
           2 typeMvtPneu pic x(01).
               88 mvtMontage value 'M'.
               88 mvtPermutation value 'P'.
               88 mvtDepose value 'D'.
               88 mvtMesure value 'C'.
           2 dateMvtPneu pic 9(8).
           2 numBusM pic 9(4).
           2 positionAvantM pic x(4).
           2 positionApresM pic x(4).
           2 kmReleveM pic 9(6).
           2 profondeurM pic 9(2)v9.
           2 operateurM pic x(10).

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

       fd f-reclamG.
       1 ReclamGarantie.
           2 numReclamG pic 9(6).
           2 numIncidentRG pic 9(4).
           2 numBusRG pic 9(4).
           2 origineRG pic x(01).
               88 origineBus value 'B'.
               88 originePiece value 'P'.
           2 refPieceRG pic x(10).
           2 dateIncidentRG pic 9(8).
           2 dateSignalRG pic 9(8).
           2 montantDemandeRG pic 9(6)v99.
           2 statutRG pic x(01).
               88 reclamSignalee value 'S'.
               88 reclamEnvoyee value 'E'.
               88 reclamAcceptee value 'A'.
               88 reclamRefusee value 'R'.
               88 reclamRemboursee value 'P'.
           2 dateEnvoiRG pic 9(8).
           2 refConstructeurRG pic x(20).
           2 montantRembourseRG pic 9(6)v99.
           2 dateRemboursementRG pic 9(8).
           2 operateurRG pic x(10).

       fd f-session.
       1 SessionRecharge.
           2 numSession pic 9(6).
           2 numBusS pic 9(4).
           2 borneS pic x(10).
           2 dateDebS pic 9(8).
           2 heureDebS pic 9(4).
           2 dateFinS pic 9(8).
           2 heureFinS pic 9(4).
           2 kwhS pic 9(4)v99.
           2 odometreS pic 9(6).
           2 operateurS pic x(10).

       fd f-envoi.
       1 EnvoiFactElec.
           2 numEnvoi pic 9(6).
           2 numFactureEv pic 9(6).
           2 numClientEnvoi pic 9(4).
           2 dateEnvoiEv pic 9(8).
           2 heureEnvoiEv pic 9(6).
           2 nomFichierEv pic x(30).
           2 plateformeEv pic x(10).
           2 statutEv pic x(01).
               88 envoiDepose value 'D'.
               88 envoiAccepte value 'A'.
               88 envoiRejete value 'R'.
           2 dateStatutEv pic 9(8).
           2 motifEv pic x(40).
           2 operateurEv pic x(10).

       fd f-lot.
       1 LotVirement.
           2 numLot pic 9(6).
           2 dateLot pic 9(8).
           2 nbChaufLot pic 9(4).
           2 nbFraisLot pic 9(5).
           2 montantLot pic 9(9)v99.
           2 operateurLot pic x(10).

       fd f-acompte.
       1 Acompte.
           2 numFactAcompte pic 9(6).
           2 numClientAc pic 9(4).
           2 numCommandeAc pic 9(6).
           2 numDevisAc pic 9(6).
           2 dateTrajetAc pic 9(8).
           2 tauxAcompteAc pic 9(2)v99.
           2 montantAcompteAc pic 9(7)v99.
           2 htAcompteAc pic 9(7)v99.
           2 tauxTvaAc pic 9(2)v99.
           2 dateEncaissAc pic 9(8).
               88 acompteNonEncaisse value 0.
           2 numFactImputAc pic 9(6).
               88 acompteNonImpute value 0.
           2 dateImputAc pic 9(8).

       fd f-chaufNouv.
       1 ChaufNouv.
           2 numchaufN pic 9(4).
           2 nomN pic x(30).
           2 prenomN pic x(30).
           2 datepermisN pic 9(8).
           2 telephoneN pic x(15).
           2 adresseN pic x(40).
           2 dateEmbaucheN pic 9(8).
           2 categoriePermisN pic x(02).
           2 dateExpirationPermisN pic 9(8).
           2 statutN pic x(01).
               88 chaufInactif value 'I'.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

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

       fd f-tarif.
       1 Tarif.
           2 numTarif pic 9(4).
           2 numClientT pic 9(4).
           2 numCircuitT pic 9(4).
           2 modeTarif pic x(01).
               88 tarifParTrajet value 'T'.
               88 tarifParKm value 'K'.
               88 tarifHoraire value 'H'.
               88 tarifJournalier value 'J'.
           2 prixTarif pic 9(6)v99.
           2 dateDebTarif pic 9(8).
           2 dateFinTarif pic 9(8).
           2 tauxTvaTarif pic 9(2)v99.

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

       fd f-indispo.
       1 Indispo.
           2 numIndispo pic 9(4).
           2 numChaufI pic 9(4).
           2 dateDebIndispo pic 9(8).
           2 dateFinIndispo pic 9(8).
           2 motifIndispo pic x(30).

       fd f-indispoBus.
       1 IndispoBus.
           2 numIndispoB pic 9(4).
           2 numBusIB pic 9(4).
           2 dateDebIndispoB pic 9(8).
           2 dateFinIndispoB pic 9(8).
           2 motifIndispoB pic x(30).

       fd f-indispoAc.
       1 IndispoAccomp.
           2 numIndispoAc pic 9(4).
           2 numAccompIA pic 9(4).
           2 dateDebIndispoAc pic 9(8).
           2 dateFinIndispoAc pic 9(8).
           2 motifIndispoAc pic x(30).

       fd f-certification.
       1 Certification.
           2 numCertif pic 9(4).
           2 numChaufC pic 9(4).
           2 typeCertif pic x(10).
           2 dateObtentionCertif pic 9(8).
           2 dateExpirationCertif pic 9(8).

       fd f-habilitation.
       1 Habilitation.
           2 numHabilitation pic 9(4).
           2 numChaufH pic 9(4).
           2 modeleH pic x(20).
           2 dateHabilitation pic 9(8).

       fd f-amende.
       1 Amende.
           2 numAmende pic 9(4).
           2 numBusAm pic 9(4).
           2 numChaufAm pic 9(4).
           2 dateAm pic 9(8).
           2 heureAm pic 9(4).
           2 montantAm pic 9(5)v99.
           2 typeInfractionAm pic x(20).
           2 redebiteAm pic x(01).
               88 amendeRedebitee value 'O'.

       fd f-sinistre.
       1 Sinistre.
           2 numSinistre pic 9(4).
           2 numIncidentS pic 9(4).
           2 assureurS pic x(30).
           2 refSinistreS pic x(15).
           2 dateDeclarationS pic 9(8).
           2 dateExpertiseS pic 9(8).
           2 dateRemboursS pic 9(8).
           2 montantRembourseS pic 9(6)v99.
           2 statutSinistre pic x(01).
               88 sinistreDeclare value 'D'.
               88 sinistreExpertise value 'E'.
               88 sinistreRembourse value 'R'.
               88 sinistreClos value 'C'.

       fd f-reclamation.
       1 Reclamation.
           2 numReclamation pic 9(4).
           2 numCircuitRec pic 9(4).
           2 numAffectRec pic 9(6).
           2 numClientRec pic 9(4).
           2 dateRecueRec pic 9(8).
           2 dateLimiteRec pic 9(8).
           2 dateReponseRec pic 9(8).
           2 operateurRec pic x(10).
           2 descriptionRec pic x(60).
           2 statutRec pic x(01).
               88 recRecue value 'R'.
               88 recEnExamen value 'E'.
               88 recRepondue value 'P'.
               88 recClose value 'C'.

       fd f-demande.
       1 DemandeConge.
           2 numDemande pic 9(4).
           2 numChaufD pic 9(4).
           2 dateDemandeD pic 9(8).
           2 dateDebD pic 9(8).
           2 dateFinD pic 9(8).
           2 typeD pic x(01).
               88 typeCongePaye value 'C'.
               88 typeRecuperation value 'R'.
               88 typeSansSolde value 'S'.
               88 typeFamilial value 'F'.
               88 typeValide values 'C' 'R' 'S' 'F'.
           2 statutD pic x(01).
               88 demandeEnAttente value 'E'.
               88 demandeApprouvee value 'A'.
               88 demandeRefusee value 'R'.
           2 saisiParD pic x(10).
           2 dateDecisionD pic 9(8).
           2 decideParD pic x(10).
           2 commentaireD pic x(40).
           2 numIndispoD pic 9(4).

       fd f-document.
       1 DocumentBus.
           2 numDocument pic 9(4).
           2 numBusD pic 9(4).
           2 typeDocument pic x(10).
           2 referenceDocument pic x(15).
           2 dateEmissionDoc pic 9(8).
           2 dateExpirationDoc pic 9(8).

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

       fd f-perturbation.
       1 Perturbation.
           2 numPerturb pic 9(4).
           2 dateDebPerturb pic 9(8).
           2 dateFinPerturb pic 9(8).
           2 porteePerturb pic x(01).
               88 porteeDepot value 'D'.
               88 porteeCircuits value 'C'.
               88 porteeVille value 'V'.
           2 depotPerturb pic 9(2).
           2 villePerturb pic x(20).
           2 circuitsPerturb.
               3 circuitPerturb pic 9(4) occurs 8 times.
           2 motifPerturb pic x(30).
           2 dateDeclPerturb pic 9(8).

       fd f-contrat.
       1 Contrat.
           2 numContrat pic 9(4).
           2 numChaufCt pic 9(4).
           2 typeContrat pic x(7).
           2 dateDebContrat pic 9(8).
           2 dateFinContrat pic 9(8).

       fd f-contratCli.
       1 ContratClient.
           2 numContratCli pic 9(4).
           2 numClientCC pic 9(4).
           2 numCircuitCC pic 9(4).
           2 dateDebCC pic 9(8).
           2 dateFinCC pic 9(8).
           2 trajetsEngagesCC pic 9(5).
           2 kmEngagesCC pic 9(7).
           2 plancherFactCC pic 9(7)v99.
           2 indiceRefCC pic 9(5)v99.
           2 seuilCarbCC pic 9(2)v99.
           2 partCarbCC pic 9(3)v99.

       fd f-accomp.
       1 Accompagnateur.
           2 numAccomp pic 9(4).
           2 nomAc pic x(30).
           2 prenomAc pic x(30).
           2 telephoneAc pic x(15).
           2 languesAc pic x(20).
           2 depotAc pic 9(2).
           2 statutAc pic x(01).
               88 accompInactif value 'I'.

       fd f-agence.
       1 Agence.
           2 numAgence pic 9(4).
           2 nomAgence pic x(30).
           2 contactAgence pic x(30).
           2 adresseAgence pic x(40).
           2 tauxCommAg pic 9(2)v99.
           2 statutAgence pic x(01).

       fd f-candidat.
       1 Candidat.
           2 numCandidat pic 9(4).
           2 nomCa pic x(30).
           2 prenomCa pic x(30).
           2 telephoneCa pic x(15).
           2 adresseCa pic x(40).
           2 categoriePermisCa pic x(02).
           2 datePermisCa pic 9(8).
           2 dateExpPermisCa pic 9(8).
           2 certifCa occurs 3 times.
               3 typeCertifCa pic x(10).
               3 dateObtCertifCa pic 9(8).
               3 dateExpCertifCa pic 9(8).
           2 depotCa pic 9(2).
           2 etapeCa pic x(01).
               88 etapePostule value 'P'.
               88 etapeEntretien value 'E'.
               88 etapeTest value 'T'.
               88 etapeOffre value 'O'.
               88 etapeEmbauche value 'H'.
               88 etapeRefus value 'R'.
               88 candidatureClose values 'H' 'R'.
           2 dateCandidatureCa pic 9(8).
           2 dateEntretienCa pic 9(8).
           2 dateTestCa pic 9(8).
           2 dateOffreCa pic 9(8).
           2 dateEmbaucheCa pic 9(8).
           2 dateRefusCa pic 9(8).
           2 numChaufCa pic 9(4).
           2 commentaireCa pic x(30).

       fd f-fournisseur.
       1 Fournisseur.
           2 numFournisseur pic 9(4).
           2 nomFournisseur pic x(30).
           2 contactFournisseur pic x(30).
           2 adresseFournisseur pic x(40).
           2 villeFournisseur pic x(20).
           2 telFournisseur pic x(15).
           2 delaiFournisseur pic 9(3).

       fd f-mecanicien.
       1 Mecanicien.
           2 numMecanicien pic 9(4).
           2 nomMeca pic x(30).
           2 prenomMeca pic x(30).
           2 tauxHoraireMeca pic 9(3)v99.
           2 heuresMoisMeca pic 9(3)v99.
           2 statutMeca pic x(01).
               88 mecaActif value 'A'.
               88 mecaInactif value 'I'.

       fd f-materiel.
       1 MaterielRemis.
           2 numMateriel pic 9(4).
           2 typeMateriel pic x(10).
           2 numSerieM pic x(20).
           2 numChaufM pic 9(4).
           2 dateRemiseM pic 9(8).
           2 dateRetourM pic 9(8).
           2 etatM pic x(01).

       fd f-sousTraitant.
       1 SousTraitant.
           2 numSousTraitant pic 9(4).
           2 nomSousTraitant pic x(30).
           2 contactST pic x(30).
           2 tauxST pic 9(6)v99.

       fd f-relais.
       1 RelaisBus.
           2 numRelais pic 9(4).
           2 numAffectOrig pic 9(6).
           2 numAffectRelais pic 9(6).
           2 numIncidentRel pic 9(4).
           2 dateRelais pic 9(8).
           2 kmOrig pic 9(5).
           2 kmRelais pic 9(5).

       fd f-transfert.
       1 TransfertDepot.
           2 numTransfert pic 9(4).
           2 typeTransfert pic x(01).
               88 transfertChauffeur value 'C'.
               88 transfertBus value 'B'.
           2 numEntiteT pic 9(4).
           2 depotOrigineT pic 9(2).
           2 depotDestT pic 9(2).
           2 dateTransfert pic 9(8).

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

       fd f-tarifMAD.
       1 TarifMAD.
           2 numTarifM pic 9(4).
           2 dureeMiniM pic 9(3)v99.
           2 prixAttenteM pic 9(4)v99.
           2 kmInclusM pic 9(5).
           2 prixKmSupM pic 9(3)v99.

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

       fd f-distribution.
       1 Distribution.
           2 numDistrib pic 9(4).
           2 editionDist pic x(20).
           2 typeDestDist pic x(01).
           2 depotDist pic 9(2).
           2 roleDist pic x(01).
           2 adresseDist pic x(50).
           2 canalDist pic x(01).

       working-storage section.
       1 statusCle pic xx.
       1 nomFichierCourant pic x(24).
       1 capaciteCourante pic 9(6).
       1 cleLue pic 9(6).
       1 idxFichier pic 9(2).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       linkage section.
       1 tabCles-parm.
           2 nbFichiersCles-parm pic 9(2).
           2 posteCle-parm occurs 60 times.
               3 nomFichierCle-parm pic x(24).
               3 capaciteCle-parm pic 9(6).
               3 cleMaxCle-parm pic 9(6).
               3 nbEnregCle-parm pic 9(6).
               3 presentCle-parm pic x(01).
               3 croissanceCle-parm pic 9(5)v99.
               3 moisMesureCle-parm pic 9(3).
               3 dateSaturationCle-parm pic 9(8).
               3 alerteCle-parm pic x(01).

       procedure division using tabCles-parm.
           move 0 to idxFichier

           move 'Affectation.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireAffectation

           move 'Reservation.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireReservation

           move 'Facture.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireFacture

           move 'Frais.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireFrais

           move 'Devis.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireDevis

           move 'Commande.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireCommande

           move 'Reglement.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireReglement

           move 'Carburant.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireCarburant

           move 'Abonnement.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireAbonnement

           move 'ListeAttente.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireListeAttente

           move 'Colis.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireColis

           move 'Enquete.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireEnquete

           move 'ObjetTrouve.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireObjetTrouve

           move 'CommandeFourn.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireCommandeFourn

           move 'MouvementPiece.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireMouvementPiece

           move 'MouvementCuve.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireMouvementCuve

           move 'MouvementPneu.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireMouvementPneu

           move 'PointageAtelier.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lirePointageAtelier

           move 'ReclamGarantie.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireReclamGarantie

           move 'SessionRecharge.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireSessionRecharge

           move 'EnvoiFactElec.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireEnvoiFactElec

           move 'LotVirement.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireLotVirement

           move 'Acompte.dat' to nomFichierCourant
           move 999999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireAcompte

           move 'ChaufNouv.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireChaufNouv

           move 'FBus.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireFBus

           move 'Circuit.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireCircuit

           move 'Client.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireClient

           move 'Tarif.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireTarif

           move 'Incident.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireIncident

           move 'Indispo.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireIndispo

           move 'IndispoBus.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireIndispoBus

           move 'IndispoAccomp.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireIndispoAccomp

           move 'Certification.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireCertification

           move 'Habilitation.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireHabilitation

           move 'Amende.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireAmende

           move 'Sinistre.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireSinistre

           move 'Reclamation.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireReclamation

           move 'DemandeConge.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireDemandeConge

           move 'DocumentBus.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireDocumentBus

           move 'Evenement.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireEvenement

           move 'Perturbation.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lirePerturbation

           move 'Contrat.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireContrat

           move 'ContratClient.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireContratClient

           move 'Accompagnateur.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireAccompagnateur

           move 'Agence.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireAgence

           move 'Candidat.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireCandidat

           move 'Fournisseur.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireFournisseur

           move 'Mecanicien.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireMecanicien

           move 'MaterielRemis.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireMaterielRemis

           move 'SousTraitant.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireSousTraitant

           move 'RelaisBus.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireRelaisBus

           move 'TransfertDepot.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireTransfertDepot

           move 'ScenarioAO.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireScenarioAO

           move 'TarifMAD.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireTarifMAD

           move 'TarifST.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireTarifST

           move 'Distribution.dat' to nomFichierCourant
           move 9999 to capaciteCourante
           perform mod-debutFichier
           perform mod-lireDistribution

           move idxFichier to nbFichiersCles-parm
           goback.

       mod-debutFichier.
           add 1 to idxFichier
           move nomFichierCourant to nomFichierCle-parm(idxFichier)
           move capaciteCourante to capaciteCle-parm(idxFichier)
           move 0 to cleMaxCle-parm(idxFichier)
           move 0 to nbEnregCle-parm(idxFichier)
           move 'N' to presentCle-parm(idxFichier)
           move 0 to croissanceCle-parm(idxFichier)
           move 0 to moisMesureCle-parm(idxFichier)
           move 0 to dateSaturationCle-parm(idxFichier)
           move 'N' to alerteCle-parm(idxFichier)
       .

       mod-cumulerCle.
           add 1 to nbEnregCle-parm(idxFichier)
           if cleLue > cleMaxCle-parm(idxFichier) then
               move cleLue to cleMaxCle-parm(idxFichier)
           end-if
       .

       mod-lireAffectation.
           open input f-affectation
           if statusCle = '00' then
               set fin-lire to false
               read f-affectation next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move Numaffect to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-affectation next
                   end set fin-lire to true end-read
               end-perform
               close f-affectation
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireReservation.
           open input f-reservation
           if statusCle = '00' then
               set fin-lire to false
               read f-reservation next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numResa to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-reservation next
                   end set fin-lire to true end-read
               end-perform
               close f-reservation
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireFacture.
           open input f-facture
           if statusCle = '00' then
               set fin-lire to false
               read f-facture next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numFacture to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-facture next
                   end set fin-lire to true end-read
               end-perform
               close f-facture
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireFrais.
           open input f-frais
           if statusCle = '00' then
               set fin-lire to false
               read f-frais next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numFrais to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-frais next
                   end set fin-lire to true end-read
               end-perform
               close f-frais
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireDevis.
           open input f-devis
           if statusCle = '00' then
               set fin-lire to false
               read f-devis next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numDevis to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-devis next
                   end set fin-lire to true end-read
               end-perform
               close f-devis
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireCommande.
           open input f-commande
           if statusCle = '00' then
               set fin-lire to false
               read f-commande next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numCommande to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-commande next
                   end set fin-lire to true end-read
               end-perform
               close f-commande
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireReglement.
           open input f-reglement
           if statusCle = '00' then
               set fin-lire to false
               read f-reglement next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numReglement to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-reglement next
                   end set fin-lire to true end-read
               end-perform
               close f-reglement
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireCarburant.
           open input f-carburant
           if statusCle = '00' then
               set fin-lire to false
               read f-carburant next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numPlein to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-carburant next
                   end set fin-lire to true end-read
               end-perform
               close f-carburant
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireAbonnement.
           open input f-abonnement
           if statusCle = '00' then
               set fin-lire to false
               read f-abonnement next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numAbonnement to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-abonnement next
                   end set fin-lire to true end-read
               end-perform
               close f-abonnement
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireListeAttente.
           open input f-attente
           if statusCle = '00' then
               set fin-lire to false
               read f-attente next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numAttente to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-attente next
                   end set fin-lire to true end-read
               end-perform
               close f-attente
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireColis.
           open input f-colis
           if statusCle = '00' then
               set fin-lire to false
               read f-colis next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numColis to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-colis next
                   end set fin-lire to true end-read
               end-perform
               close f-colis
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireEnquete.
           open input f-enquete
           if statusCle = '00' then
               set fin-lire to false
               read f-enquete next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numEnquete to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-enquete next
                   end set fin-lire to true end-read
               end-perform
               close f-enquete
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireObjetTrouve.
           open input f-objet
           if statusCle = '00' then
               set fin-lire to false
               read f-objet next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numObjet to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-objet next
                   end set fin-lire to true end-read
               end-perform
               close f-objet
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireCommandeFourn.
           open input f-commandeF
           if statusCle = '00' then
               set fin-lire to false
               read f-commandeF next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numCdeF to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-commandeF next
                   end set fin-lire to true end-read
               end-perform
               close f-commandeF
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireMouvementPiece.
           open input f-mouvement
           if statusCle = '00' then
               set fin-lire to false
               read f-mouvement next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numMouvement to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-mouvement next
                   end set fin-lire to true end-read
               end-perform
               close f-mouvement
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireMouvementCuve.
           open input f-mvtCuve
           if statusCle = '00' then
               set fin-lire to false
               read f-mvtCuve next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numMvtCuve to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-mvtCuve next
                   end set fin-lire to true end-read
               end-perform
               close f-mvtCuve
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireMouvementPneu.
           open input f-mvtPneu
           if statusCle = '00' then
               set fin-lire to false
               read f-mvtPneu next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numMvtPneu to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-mvtPneu next
                   end set fin-lire to true end-read
               end-perform
               close f-mvtPneu
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lirePointageAtelier.
           open input f-pointage
           if statusCle = '00' then
               set fin-lire to false
               read f-pointage next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numPointage to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-pointage next
                   end set fin-lire to true end-read
               end-perform
               close f-pointage
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireReclamGarantie.
           open input f-reclamG
           if statusCle = '00' then
               set fin-lire to false
               read f-reclamG next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numReclamG to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-reclamG next
                   end set fin-lire to true end-read
               end-perform
               close f-reclamG
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireSessionRecharge.
           open input f-session
           if statusCle = '00' then
               set fin-lire to false
               read f-session next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numSession to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-session next
                   end set fin-lire to true end-read
               end-perform
               close f-session
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireEnvoiFactElec.
           open input f-envoi
           if statusCle = '00' then
               set fin-lire to false
               read f-envoi next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numEnvoi to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-envoi next
                   end set fin-lire to true end-read
               end-perform
               close f-envoi
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireLotVirement.
           open input f-lot
           if statusCle = '00' then
               set fin-lire to false
               read f-lot next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numLot to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-lot next
                   end set fin-lire to true end-read
               end-perform
               close f-lot
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireAcompte.
           open input f-acompte
           if statusCle = '00' then
               set fin-lire to false
               read f-acompte next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numFactAcompte to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-acompte next
                   end set fin-lire to true end-read
               end-perform
               close f-acompte
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireChaufNouv.
           open input f-chaufNouv
           if statusCle = '00' then
               set fin-lire to false
               read f-chaufNouv next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numchaufN to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-chaufNouv next
                   end set fin-lire to true end-read
               end-perform
               close f-chaufNouv
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireFBus.
           open input f-bus
           if statusCle = '00' then
               set fin-lire to false
               read f-bus next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numero to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-bus next
                   end set fin-lire to true end-read
               end-perform
               close f-bus
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireCircuit.
           open input f-circuit
           if statusCle = '00' then
               set fin-lire to false
               read f-circuit next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numCircuit to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-circuit next
                   end set fin-lire to true end-read
               end-perform
               close f-circuit
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireClient.
           open input f-client
           if statusCle = '00' then
               set fin-lire to false
               read f-client next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numClient to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-client next
                   end set fin-lire to true end-read
               end-perform
               close f-client
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireTarif.
           open input f-tarif
           if statusCle = '00' then
               set fin-lire to false
               read f-tarif next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numTarif to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-tarif next
                   end set fin-lire to true end-read
               end-perform
               close f-tarif
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireIncident.
           open input f-incident
           if statusCle = '00' then
               set fin-lire to false
               read f-incident next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numIncident to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-incident next
                   end set fin-lire to true end-read
               end-perform
               close f-incident
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireIndispo.
           open input f-indispo
           if statusCle = '00' then
               set fin-lire to false
               read f-indispo next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numIndispo to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-indispo next
                   end set fin-lire to true end-read
               end-perform
               close f-indispo
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireIndispoBus.
           open input f-indispoBus
           if statusCle = '00' then
               set fin-lire to false
               read f-indispoBus next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numIndispoB to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-indispoBus next
                   end set fin-lire to true end-read
               end-perform
               close f-indispoBus
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireIndispoAccomp.
           open input f-indispoAc
           if statusCle = '00' then
               set fin-lire to false
               read f-indispoAc next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numIndispoAc to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-indispoAc next
                   end set fin-lire to true end-read
               end-perform
               close f-indispoAc
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireCertification.
           open input f-certification
           if statusCle = '00' then
               set fin-lire to false
               read f-certification next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numCertif to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-certification next
                   end set fin-lire to true end-read
               end-perform
               close f-certification
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireHabilitation.
           open input f-habilitation
           if statusCle = '00' then
               set fin-lire to false
               read f-habilitation next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numHabilitation to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-habilitation next
                   end set fin-lire to true end-read
               end-perform
               close f-habilitation
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireAmende.
           open input f-amende
           if statusCle = '00' then
               set fin-lire to false
               read f-amende next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numAmende to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-amende next
                   end set fin-lire to true end-read
               end-perform
               close f-amende
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireSinistre.
           open input f-sinistre
           if statusCle = '00' then
               set fin-lire to false
               read f-sinistre next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numSinistre to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-sinistre next
                   end set fin-lire to true end-read
               end-perform
               close f-sinistre
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireReclamation.
           open input f-reclamation
           if statusCle = '00' then
               set fin-lire to false
               read f-reclamation next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numReclamation to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-reclamation next
                   end set fin-lire to true end-read
               end-perform
               close f-reclamation
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireDemandeConge.
           open input f-demande
           if statusCle = '00' then
               set fin-lire to false
               read f-demande next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numDemande to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-demande next
                   end set fin-lire to true end-read
               end-perform
               close f-demande
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireDocumentBus.
           open input f-document
           if statusCle = '00' then
               set fin-lire to false
               read f-document next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numDocument to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-document next
                   end set fin-lire to true end-read
               end-perform
               close f-document
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireEvenement.
           open input f-evenement
           if statusCle = '00' then
               set fin-lire to false
               read f-evenement next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numEvenement to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-evenement next
                   end set fin-lire to true end-read
               end-perform
               close f-evenement
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lirePerturbation.
           open input f-perturbation
           if statusCle = '00' then
               set fin-lire to false
               read f-perturbation next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numPerturb to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-perturbation next
                   end set fin-lire to true end-read
               end-perform
               close f-perturbation
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireContrat.
           open input f-contrat
           if statusCle = '00' then
               set fin-lire to false
               read f-contrat next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numContrat to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-contrat next
                   end set fin-lire to true end-read
               end-perform
               close f-contrat
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireContratClient.
           open input f-contratCli
           if statusCle = '00' then
               set fin-lire to false
               read f-contratCli next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numContratCli to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-contratCli next
                   end set fin-lire to true end-read
               end-perform
               close f-contratCli
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireAccompagnateur.
           open input f-accomp
           if statusCle = '00' then
               set fin-lire to false
               read f-accomp next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numAccomp to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-accomp next
                   end set fin-lire to true end-read
               end-perform
               close f-accomp
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireAgence.
           open input f-agence
           if statusCle = '00' then
               set fin-lire to false
               read f-agence next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numAgence to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-agence next
                   end set fin-lire to true end-read
               end-perform
               close f-agence
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireCandidat.
           open input f-candidat
           if statusCle = '00' then
               set fin-lire to false
               read f-candidat next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numCandidat to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-candidat next
                   end set fin-lire to true end-read
               end-perform
               close f-candidat
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireFournisseur.
           open input f-fournisseur
           if statusCle = '00' then
               set fin-lire to false
               read f-fournisseur next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numFournisseur to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-fournisseur next
                   end set fin-lire to true end-read
               end-perform
               close f-fournisseur
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireMecanicien.
           open input f-mecanicien
           if statusCle = '00' then
               set fin-lire to false
               read f-mecanicien next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numMecanicien to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-mecanicien next
                   end set fin-lire to true end-read
               end-perform
               close f-mecanicien
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireMaterielRemis.
           open input f-materiel
           if statusCle = '00' then
               set fin-lire to false
               read f-materiel next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numMateriel to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-materiel next
                   end set fin-lire to true end-read
               end-perform
               close f-materiel
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireSousTraitant.
           open input f-sousTraitant
           if statusCle = '00' then
               set fin-lire to false
               read f-sousTraitant next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numSousTraitant to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-sousTraitant next
                   end set fin-lire to true end-read
               end-perform
               close f-sousTraitant
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireRelaisBus.
           open input f-relais
           if statusCle = '00' then
               set fin-lire to false
               read f-relais next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numRelais to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-relais next
                   end set fin-lire to true end-read
               end-perform
               close f-relais
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireTransfertDepot.
           open input f-transfert
           if statusCle = '00' then
               set fin-lire to false
               read f-transfert next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numTransfert to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-transfert next
                   end set fin-lire to true end-read
               end-perform
               close f-transfert
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireScenarioAO.
           open input f-scenario
           if statusCle = '00' then
               set fin-lire to false
               read f-scenario next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numScenario to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-scenario next
                   end set fin-lire to true end-read
               end-perform
               close f-scenario
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireTarifMAD.
           open input f-tarifMAD
           if statusCle = '00' then
               set fin-lire to false
               read f-tarifMAD next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numTarifM to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-tarifMAD next
                   end set fin-lire to true end-read
               end-perform
               close f-tarifMAD
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireTarifST.
           open input f-tarifST
           if statusCle = '00' then
               set fin-lire to false
               read f-tarifST next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numTarifST to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-tarifST next
                   end set fin-lire to true end-read
               end-perform
               close f-tarifST
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       mod-lireDistribution.
           open input f-distribution
           if statusCle = '00' then
               set fin-lire to false
               read f-distribution next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move numDistrib to cleLue
                       perform mod-cumulerCle
                   end-if
                   read f-distribution next
                   end set fin-lire to true end-read
               end-perform
               close f-distribution
               move 'O' to presentCle-parm(idxFichier)
           end-if
       .

       end program releveCles.
