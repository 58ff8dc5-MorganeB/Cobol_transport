           alternate record key numAffectL duplicates
           file status is statusLigneFact.

           *> acomptes factures a la commande (gestDevis) : un
           *> acompte encaisse est deduit de la facture mensuelle
           *> (le fichier peut ne pas exister)
           select f-acompte assign 'Acompte.dat'
           organization indexed access dynamic
           record key numFactAcompte
           alternate record key numClientAc duplicates
           file status is statusAcompte.

           *> frais d'annulation retenus par supprAffect, factures
           *> une seule fois (le fichier peut ne pas exister)
           select f-fraisAnnul assign 'FraisAnnulation.dat'
           organization indexed access dynamic
           record key numAffectN
           alternate record key numClientN duplicates
           file status is statusFraisAnnul.

           *> peages du releve de telepeage a refacturer aux clients
           *> (rapprochementPeage), factures une seule fois
           select f-passage assign 'PassagePeage.dat'
           organization indexed access dynamic
           record key clePassage
           alternate record key numAffectPP duplicates
           alternate record key numClientPP duplicates
           file status is statusPassage.

           *> clause carburant des contrats clients : indice gazole
           *> du mois confronte a l'indice de reference du contrat
           select f-contratCli assign 'ContratClient.dat'
           organization indexed access dynamic
           record key numContratCli
           alternate record key numClientCC duplicates
           file status is statusContratCli.

           select f-indiceCarb assign 'IndiceCarburant.dat'
           organization indexed access dynamic
           record key moisIndice
           file status is statusIndiceCarb.

           select f-imprime assign nomImprime organization line
           sequential.

           record key moisClosCle
           file status is statusMoisClos.

           *> releves des mises a disposition (saisieMiseDispo) :
           *> attente et km supplementaires factures en lignes
           *> distinctes (le fichier peut ne pas exister)
           select f-releve assign 'ReleveMAD.dat'
           organization indexed access dynamic
           record key numAffectR
           file status is statusReleve.

           *> tarifs : porte le taux de TVA applique a chaque ligne
           select f-tarif assign 'Tarif.dat' organization
           access dynamic record key numTarif
           file status is statusTarif.

           *> colis des expediteurs en compte, livres dans le mois
           *> (le fichier peut ne pas exister)
           select f-colis assign 'Colis.dat'
           organization indexed access dynamic
           record key numColis
           alternate record key numAffectC duplicates
           file status is statusColis.

           *> taux de TVA des colis (TVACOLIS)
           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           *> degats refactures aux clients (gestRefactDegats) : une
           *> facture distincte par refacturation approuvee (le
           *> fichier peut ne pas exister)
           select f-refact assign 'RefactDegat.dat'
           organization indexed access dynamic
           record key numIncidentRD
           alternate record key numClientRD duplicates
           file status is statusRefact.

           select f-incident assign 'Incident.dat' organization
           indexed access dynamic
           record key numIncident
           alternate record key numBusI duplicates
           file status is statusFIncident.

           *> societes du groupe (gestSocietes) : chaque client est
           *> facture par sa societe (societeClient), dans la plage de
           *> numerotation de celle-ci (le fichier peut ne pas exister)
           select f-societe assign 'Emetteur.dat'
           organization indexed access dynamic
           record key numEmetteur
           file status is statusSociete.

           *> evenements (gestEvenements) : les trajets d'un
           *> evenement en facture unique sortent de la facture
           *> mensuelle du client et font une facture a part (les
           *> fichiers peuvent ne pas exister)
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

           *> calendrier des jours feries (peut ne pas exister)
           select f-feries assign 'JoursFeries.dat' organization
           indexed
           2 typeF pic x(01).
               88 estFacture value 'F'.
               88 estAvoir value 'A'.
               88 estAcompte value 'D'.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

           2 montantLigneF pic 9(7)v99.
           2 fraisLigneF pic 9(8)v99.
           2 tauxTvaLigneF pic 9(2)v99.
           2 typeLigneF pic x(01).
               88 ligneMADBase value 'B'.
               88 ligneMADAttente value 'A'.
               88 ligneMADKmSup value 'K'.
               88 ligneAcompteDeduit value 'D'.
               88 ligneFraisAnnul value 'N'.
               88 ligneSurchargeCarb value 'S'.
               88 ligneRemiseCarb value 'R'.
               88 ligneDegat value 'G'.
               88 ligneRefactPeage value 'P'.

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

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-frais.
       1 Frais.
           2 modeTarif pic x(01).
               88 tarifParTrajet value 'T'.
               88 tarifParKm value 'K'.
               88 tarifHoraire value 'H'.
               88 tarifJournalier value 'J'.
           2 prixTarif pic 9(6)v99.
           2 dateDebTarif pic 9(8).
           2 dateFinTarif pic 9(8).
       fd f-imprime.
       1 ligneImprime pic x(80).

       fd f-releve.
       1 ReleveMAD.
           2 numAffectR pic 9(6).
           2 dureeReelleR pic 9(3)v99.
           2 heuresAttenteR pic 9(3)v99.
           2 kmReelsR pic 9(5).
           2 montantBaseR pic 9(7)v99.
           2 montantAttenteR pic 9(7)v99.
           2 montantKmSupR pic 9(7)v99.
           2 dateSaisieR pic 9(8).
           2 saisiParR pic x(10).


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

       fd f-feries.
       1 JourFerie.
           2 dateCloture pic 9(8).
           2 operateurCloture pic x(10).

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

       fd f-passage.
       1 PassagePeage.
           2 clePassage.
               3 numBadgePP pic x(20).
               3 datePassagePP pic 9(8).
               3 heurePassagePP pic 9(4).
           2 garePP pic x(20).
           2 montantPP pic 9(6)v99.
           2 numBusPP pic 9(4).
           2 numAffectPP pic 9(6).
           2 numClientPP pic 9(4).
           2 numTarifPP pic 9(4).
           2 numFraisPP pic 9(6).
           2 statutPP pic x(01).
               88 passageRefacturable value 'R'.
           2 numFacturePP pic 9(6).
               88 passageNonFacture value 0.
           2 dateImportPP pic 9(8).

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

       fd f-indiceCarb.
       1 IndiceCarburant.
           2 moisIndice pic 9(6).
           2 valeurIndice pic 9(5)v99.
           2 dateSaisieIndice pic 9(8).

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

       fd f-refact.
       1 RefactDegat.
           2 numIncidentRD pic 9(4).
           2 numAffectRD pic 9(6).
           2 numClientRD pic 9(4).
           2 montantRD pic 9(6)v99.
           2 motifRD pic x(40).
           2 statutRD pic x(01).
               88 refactProposee value 'P'.
               88 refactApprouvee value 'V'.
               88 refactRefusee value 'R'.
               88 refactFacturee value 'F'.
           2 datePropRD pic 9(8).
           2 operPropRD pic x(10).
           2 dateDecisionRD pic 9(8).
           2 operDecisionRD pic x(10).
           2 numFactureRD pic 9(6).

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

       fd f-societe.
       1 Emetteur.
           2 numEmetteur pic 9(2).
           2 raisonSocialeEm pic x(35).
           2 siretEm pic x(14).
           2 tvaIntraEm pic x(13).
           2 rcsEm pic x(30).
           2 adresseEm pic x(40).
           2 ibanEm pic x(34).
           2 bicEm pic x(11).
           2 debutNumEm pic 9(6).
           2 finNumEm pic 9(6).

       working-storage section.
       1 statusClient pic xx.
       *> montantTarifA et les frais sont des montants TTC, la part
       *> hors taxe est recalculee au taux du tarif de chaque ligne
       1 tauxLigne pic 9(2)v99.
       1 modeLigne pic x(01).
       1 ttcLigne pic 9(9)v99.
       1 htLigne pic 9(9)v99.
       1 cumulHT pic 9(9)v99.
       1 pic x value 'o'.
       88 fraisOuvert value 'o' false 'n'.

       *> clause carburant : contrats du client en vigueur dans le
       *> mois avec une part carburant; chaque trajet facture compte
       *> dans la base du premier contrat dont le circuit convient
       *> (circuit 0 = tous), au taux de TVA de ses trajets
       1 statusContratCli pic xx.
       1 statusIndiceCarb pic xx.
       1 indiceMois pic 9(5)v99 value 0.
       1 ecartIndice pic s9(5)v99.
       1 ecartPourcent pic s9(5)v99.
       1 montantCarb pic 9(9)v99.
       1 tvaCarb pic 9(9)v99.
       1 indiceEdite pic zzzz9.99.
       1 nbClauses pic 9(2) value 0.
       1 idxClause pic 9(2).
       1 tabClauses.
           2 clauseLigne occurs 10 times.
               3 clauseContrat pic 9(4).
               3 clauseCircuit pic 9(4).
               3 clauseIndiceRef pic 9(5)v99.
               3 clauseSeuil pic 9(2)v99.
               3 clausePart pic 9(3)v99.
               3 clauseBase pic 9(9)v99.
               3 clauseTaux pic 9(2)v99.
       1 pic x value 'n'.
       88 contratCliOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLireContrat value 'o' false 'n'.

       1 statusFraisAnnul pic xx.
       1 pic x value 'n'.
       88 fraisAnnulOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLireFraisAnnul value 'o' false 'n'.

       1 pic x value 'n'.
       88 fraisAnnulFacturable value 'o' false 'n'.

       1 statusPassage pic xx.
       1 pic x value 'n'.
       88 passageOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLirePassage value 'o' false 'n'.

       1 pic x value 'n'.
       88 passageFacturable value 'o' false 'n'.

       1 statusAcompte pic xx.
       1 tvaAcompte pic 9(7)v99.
       1 pic x value 'n'.
       88 acompteOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLireAcompte value 'o' false 'n'.

       1 statusReleve pic xx.
       1 dureeEditee pic zz9.99.
       1 kmEdite pic zzzz9.
       1 pic x value 'n'.
       88 releveOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 releveTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerifFrais value 'o' false 'n'.

       *> messagerie colis : le prix du colis est TTC, au taux
       *> TVACOLIS de Parametres.dat (20 % a defaut)
       1 statusColis pic xx.
       1 statusParam pic xx.
       1 tauxColis pic 9(2)v99 value 20.
       1 pic x value 'n'.
       88 colisOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLireColis value 'o' false 'n'.

       1 pic x value 'n'.
       88 colisFacturable value 'o' false 'n'.

       *> degats refactures : montant TTC au taux TVADEGAT de
       *> Parametres.dat (20 % a defaut); le numero de chaque facture
       *> de degats est garde pour la facturation electronique
       1 statusRefact pic xx.
       1 statusFIncident pic xx.
       1 pic x value 'n'.
       88 fichierIncidentOuvert value 'o' false 'n'.
       1 tauxDegat pic 9(2)v99 value 20.
       1 nbDegats pic 9(3) value 0.
       1 idxDegat pic 9(3).
       1 tabDegats.
           2 tabDegatFacture pic 9(6) occurs 200 times.

       1 pic x value 'n'.
       88 finLireRefact value 'o' false 'n'.

       *> factures uniques d'evenements emises dans le passage,
       *> gardees pour la facturation electronique
       1 statusEvenement pic xx.
       1 statusEvPiece pic xx.
       1 nbEvFactures pic 9(3) value 0.
       1 idxEv pic 9(3).
       1 tabEvFactures.
           2 tabEvFacture pic 9(6) occurs 100 times.
       1 nbTrajetsEv pic 9(4).

       1 pic x value 'n'.
       88 evPieceOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLireEvenement value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLirePieceEv value 'o' false 'n'.

       1 pic x value 'n'.
       88 trajetEvFacturable value 'o' false 'n'.

       1 pic x value 'n'.
       88 detailEvenement value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerifLigne value 'o' false 'n'.

       1 pic x value 'n'.
       88 incidentConnu value 'o' false 'n'.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 pic x value 'n'.
       88 dateFeriee value 'o' false 'n'.

       *> societes du groupe et leur plage de numerotation (fin a
       *> zero = pas de plage); les numeros sont attribues par
       *> numeroterPiece
       1 statusSociete pic xx.
       1 nbSocietes pic 9(2) value 0.
       1 idxSoc pic 9(3).
       1 tabSocietes.
           2 tabSocLigne occurs 99 times.
               3 tabSocNum pic 9(2).
               3 tabSocDebut pic 9(6).
               3 tabSocFin pic 9(6).
       1 societeCourante pic 9(2).
       1 societeTrajet pic 9(2).
       1 busTrajet pic 9(4).
       1 affectCherchee pic 9(6).
       1 pieceCherchee pic 9(6).
       1 societePiece pic 9(2).
       1 nbPlageEpuisee pic 9(4) value 0.
       1 modeNumero pic x(01).
       1 factureNumerotee pic x(01).
           88 numeroAttribue value 'O'.

       1 pic x value 'n'.
       88 finLireSociete value 'o' false 'n'.

       *> en-tete et pied des documents : fiche de la societe
       *> emettrice (lireSociete)
       1 societeFact.
           2 numSocieteSF pic 9(2).
           2 raisonSocialeSF pic x(35).
           2 siretSF pic x(14).
           2 tvaIntraSF pic x(13).
           2 rcsSF pic x(30).
           2 adresseSF pic x(40).
           2 ibanSF pic x(34).
           2 bicSF pic x(11).
           2 debutNumSF pic 9(6).
           2 finNumSF pic 9(6).
       1 modeSociete pic x(01) value 'S'.
       1 numeroSociete pic 9(6).
       1 societeTrouvee pic x(01).
           88 societeConnue value 'O'.

       *> cumuls par client et par societe emettrice sur le mois
       *> demande : les trajets d'un client sur des bus de depots de
       *> societes differentes font autant de factures
       1 nbClientsTab pic 9(3) value 0.
       1 tabClients.
           2 tabClientLigne occurs 200 times.
               3 tabClientNum pic 9(4).
               3 tabClientSoc pic 9(2).
               3 tabClientMontant pic 9(9)v99.
               3 tabClientTrajets pic 9(5).
               3 tabClientFacture pic 9(6).

       *> factures deposees en facture electronique (clients soumis,
       *> emettreFactElec) et celles qui n'ont pu l'etre faute
       *> d'identifiants de l'emetteur
       1 nbEFactures pic 9(4) value 0.
       1 nbEFacturesKO pic 9(4) value 0.
       1 resultatEFact pic x(01).
           88 eFactureEmise value 'O'.
           88 eFactureImpossible value 'X'.


       *> journal des mises a jour (journalMaj) : images avant/apres
           2 a-nbFactures pic z(4) from nbFactures.
           2 ' facture(s) '&x'82'&'mise(s)'.

       1 a-plg-resEFact.
           2 line 19 col 10 'Factures '&x'82'&'lectroniques d'&x'82'&
           'pos'&x'82'&'es : '.
           2 a-nbEFactures pic z(4) from nbEFactures.
           2 line 20 col 10 'Non d'&x'82'&'pos'&x'82'&'es '&
           '(identifiants de l'''&x'82'&'metteur absents) : '.
           2 a-nbEFacturesKO pic z(4) from nbEFacturesKO.

       1 a-plg-aucune.
           2 line 18 col 10 'Aucune affectation facturable ce '&
           'mois-l'&x'85'.

       1 a-plg-resDegats.
           2 line 21 col 10 'Factures de d'&x'82'&'g'&x'83'&'ts '&
           'refactur'&x'82'&'s : '.
           2 a-nbDegats pic z(3) from nbDegats.

       1 a-plg-resEvenements.
           2 line 17 col 10 'Factures uniques d'''&x'82'&'v'&x'82'&
           'nements : '.
           2 a-nbEvFactures pic z(3) from nbEvFactures.

       1 a-plg-plageEpuisee.
           2 line 22 col 10 'Plage de num'&x'82'&'rotation '&
           x'82'&'puis'&x'82'&'e, facture(s) non '&x'82'&'mise(s) : '.
           2 a-nbPlageEpuisee pic z(4) from nbPlageEpuisee.

       procedure division using operateurID-parm
           moisImpose-parm.

           *> lance depuis la chaine de fin de mois, le mois impose
           *> remplace la saisie : chaque etape travaille sur le
           *> meme mois que la cloture
           move 0 to nbClientsTab
           move 0 to nbFactures
           move 0 to nbEFactures
           move 0 to nbEFacturesKO
           move 0 to nbPlageEpuisee
           move 0 to nbDegats
           initialize tabDegats
           set fin-lire to false
           set fraisOuvert to true
           set tarifOuvert to true
           set releveOuvert to false
           set contratCliOuvert to false
           set acompteOuvert to false
           set fichierIncidentOuvert to false
           set colisOuvert to false
           set fraisAnnulOuvert to false
           set passageOuvert to false

           if moisImpose-parm not = 0 then
               move moisImpose-parm to moisSaisi
           else
               goback
           end-if

           perform mod-chargerSocietes

           open input f-affectation
           open input f-frais
           if statusFrais not = '00' then
           if statusTarif not = '00' then
               set tarifOuvert to false
           end-if
           open input f-releve
           if statusReleve = '00' then
               set releveOuvert to true
           end-if
           set evPieceOuvert to false
           open input f-evPiece
           if statusEvPiece = '00' then
               open input f-evenement
               if statusEvenement = '00' then
                   set evPieceOuvert to true
               else
                   close f-evPiece
               end-if
           end-if

           open i-o f-colis
           if statusColis = '00' then
               set colisOuvert to true
               perform mod-chargerTauxColis
           end-if
           open i-o f-fraisAnnul
           if statusFraisAnnul = '00' then
               set fraisAnnulOuvert to true
           end-if
           open i-o f-passage
           if statusPassage = '00' then
               set passageOuvert to true
           end-if
           perform mod-chargerIndiceCarb

           *> premiere passe : cumul par client des affectations
           *> terminees, non annulees, rattachees a un client, dont le
               end set fin-lire to true end-read
           end-perform

           *> colis livres dans le mois aux expediteurs en compte
           if colisOuvert then
               perform mod-cumulerColis
           end-if

           *> frais d'annulation retenus et pas encore factures
           if fraisAnnulOuvert then
               perform mod-cumulerFraisAnnul
           end-if

           *> peages a refacturer pas encore factures
           if passageOuvert then
               perform mod-cumulerPeages
           end-if

           if nbClientsTab = 0 then
               if colisOuvert then
                   close f-colis
                   set colisOuvert to false
               end-if
               if fraisAnnulOuvert then
                   close f-fraisAnnul
                   set fraisAnnulOuvert to false
               end-if
               if passageOuvert then
                   close f-passage
                   set passageOuvert to false
               end-if
               if contratCliOuvert then
                   close f-contratCli
                   set contratCliOuvert to false
               end-if
               if releveOuvert then
                   close f-releve
                   set releveOuvert to false
               end-if
               if fraisOuvert then
                   close f-frais
               end-if
               if tarifOuvert then
                   close f-tarif
               end-if
               close f-affectation
               display a-plg-aucune
           else
               if tarifOuvert then
                   close f-tarif
               end-if
               if colisOuvert then
                   close f-colis
                   set colisOuvert to false
               end-if
               if releveOuvert then
                   close f-releve
                   set releveOuvert to false
               end-if
               if acompteOuvert then
                   close f-acompte
               end-if
               if fraisAnnulOuvert then
                   close f-fraisAnnul
                   set fraisAnnulOuvert to false
               end-if
               if passageOuvert then
                   close f-passage
                   set passageOuvert to false
               end-if
               if contratCliOuvert then
                   close f-contratCli
                   set contratCliOuvert to false
               end-if
               close f-affectation

               *> factures electroniques, une fois les fichiers des
               *> factures fermes
               perform mod-emettreFactElec
                   varying idxTab from 1 by 1
                   until idxTab > nbClientsTab
               display a-plg-res
           end-if

           if evPieceOuvert then
               close f-evPiece
               close f-evenement
           end-if

           *> degats refactures approuves : une facture distincte par
           *> refacturation, emise meme sans trajet facturable
           perform mod-facturerDegats
           perform mod-emettreFactElecDegat
               varying idxDegat from 1 by 1
               until idxDegat > nbDegats
           if nbDegats > 0 then
               display a-plg-resDegats
           end-if

           *> evenements en facture unique termines
           perform mod-facturerEvenements
           perform mod-emettreFactElecEvenement
               varying idxEv from 1 by 1
               until idxEv > nbEvFactures
           if nbEvFactures > 0 then
               display a-plg-resEvenements
           end-if
           if nbEFactures > 0 or nbEFacturesKO > 0 then
               display a-plg-resEFact
           end-if
           if nbPlageEpuisee > 0 then
               display a-plg-plageEpuisee
           end-if

           display a-plg-next
           accept s-next
           goback.
           else
               set ligneFacturable to false
           end-if
           if ligneFacturable and evPieceOuvert then
               perform mod-verifEvenementUnique
           end-if
       .

       *> un trajet rattache a un evenement en facture unique est
       *> facture avec l'evenement
       mod-verifEvenementUnique.
           move 'A' to typePieceEv
           move Numaffect to numPieceEv
           read f-evPiece
               invalid key
                   exit paragraph
           end-read
           move numEvenementEP to numEvenement
           read f-evenement
               not invalid key
                   if evFactureUnique then
                       set ligneFacturable to false
                   end-if
           end-read
       .

       mod-cumulerClient.
           move numClientA to clientCourant
           move numbusA to busTrajet
           perform mod-societeTrajet
           perform mod-rangClient
           if idxTab <= nbClientsTab then
               perform mod-fraisAffectation
               perform mod-lireReleve
               compute tabClientMontant(idxTab) =
                   tabClientMontant(idxTab) + montantTarifA
                   + fraisAffectation
               if releveTrouve then
                   compute tabClientMontant(idxTab) =
                       tabClientMontant(idxTab) + montantAttenteR
                       + montantKmSupR
               end-if
               add 1 to tabClientTrajets(idxTab)
           end-if
       .

       *> rang du client clientCourant, facture par la societe
       *> societeTrajet, dans la table des cumuls, ajoute s'il n'y
       *> est pas encore
       mod-rangClient.
           perform varying idxTab from 1 by 1
               until idxTab > nbClientsTab
               or (tabClientNum(idxTab) = clientCourant
               and tabClientSoc(idxTab) = societeTrajet)
               continue
           end-perform
           if idxTab > nbClientsTab and nbClientsTab < 200 then
               add 1 to nbClientsTab
               move clientCourant to tabClientNum(nbClientsTab)
               move societeTrajet to tabClientSoc(nbClientsTab)
               move 0 to tabClientMontant(nbClientsTab)
               move 0 to tabClientTrajets(nbClientsTab)
               move nbClientsTab to idxTab
           end-if
       .

       mod-verifColisFacturable.
           if colisLivre
           and numClientExpC not = 0
           and numFactureC = 0
           and dateLivraisonC(1:6) = moisSaisi then
               set colisFacturable to true
           else
               set colisFacturable to false
           end-if
       .

       mod-cumulerColis.
           set finLireColis to false
           move 0 to numColis
           start f-colis key is not less numColis
               invalid key
                   set finLireColis to true
           end-start
           perform until finLireColis
               read f-colis next
                   at end
                       set finLireColis to true
                   not at end
                       perform mod-verifColisFacturable
                       if colisFacturable then
                           move numClientExpC to clientCourant
                           move numAffectC to affectCherchee
                           perform mod-societeAffectation
                           perform mod-rangClient
                           if idxTab <= nbClientsTab then
                               add prixColis
                                   to tabClientMontant(idxTab)
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-chargerTauxColis.
           open input f-parametre
           if statusParam = '00' then
               move 'TVACOLIS' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to tauxColis
               end-read
               close f-parametre
           end-if
       .

           end-if
       .

       *> releve les numeros deja emis dans chaque plage de
       *> numerotation, puis ouvre Facture.dat (cree au premier
       *> passage)
       mod-ouvrirFactures.
           move 'C' to modeNumero
           call 'numeroterPiece' using modeNumero societeCourante
               newFacture factureNumerotee end-call
           open i-o f-facture
           if statusFacture = '35' then
               open output f-facture
               close f-ligneFact
               open i-o f-ligneFact
           end-if
           open i-o f-acompte
           if statusAcompte = '00' then
               set acompteOuvert to true
           end-if
       .

       *> societes du groupe et leur plage de numerotation
       mod-chargerSocietes.
           move 0 to nbSocietes
           open input f-societe
           if statusSociete not = '00' then
               exit paragraph
           end-if
           set finLireSociete to false
           read f-societe next
           end set finLireSociete to true end-read
           perform until finLireSociete or nbSocietes = 99
               add 1 to nbSocietes
               move numEmetteur to tabSocNum(nbSocietes)
               move debutNumEm to tabSocDebut(nbSocietes)
               move finNumEm to tabSocFin(nbSocietes)
               read f-societe next
               end set finLireSociete to true end-read
           end-perform
           close f-societe
       .

       *> societe qui facture le client clientCourant pour un trajet
       *> du bus busTrajet (societeClient); une societe sans fiche
       *> est ramenee a la societe 01
       mod-societeTrajet.
           call 'societeClient' using clientCourant busTrajet
               societeTrajet end-call
           perform varying idxSoc from 1 by 1
               until idxSoc > nbSocietes
               or tabSocNum(idxSoc) = societeTrajet
               continue
           end-perform
           if idxSoc > nbSocietes then
               move 1 to societeTrajet
           end-if
       .

       *> meme regle pour une piece rattachee a l'affectation
       *> affectCherchee (colis, frais d'annulation)
       mod-societeAffectation.
           move 0 to busTrajet
           move affectCherchee to Numaffect
           read f-affectation
               not invalid key
                   move numbusA to busTrajet
           end-read
           perform mod-societeTrajet
       .

       *> societe emettrice de la piece pieceCherchee : celle dont la
       *> plage contient son numero, 01 hors de toute plage
       mod-societePiece.
           move 1 to societePiece
           perform varying idxSoc from 1 by 1
               until idxSoc > nbSocietes
               if tabSocFin(idxSoc) not = 0
               and pieceCherchee >= tabSocDebut(idxSoc)
               and pieceCherchee <= tabSocFin(idxSoc) then
                   move tabSocNum(idxSoc) to societePiece
               end-if
           end-perform
       .

       *> prochain numero de facture de la societe societeCourante
       *> (numeroterPiece); plage epuisee, pas de numero
       mod-numeroterFacture.
           move 'N' to modeNumero
           call 'numeroterPiece' using modeNumero societeCourante
               newFacture factureNumerotee end-call
       .

       *> emet la facture du client tabClientNum(idxTab) par la
       *> societe tabClientSoc(idxTab) : une ligne dans Facture.dat et
       *> un document facture-AAAAMM-NNNN.txt (suffixe -SS pour une
       *> societe autre que 01) detaillant les trajets du mois au
       *> tarif fige sur chacun
       mod-emettreFacture.
           move tabClientNum(idxTab) to clientCourant
           move tabClientSoc(idxTab) to societeCourante

           perform mod-numeroterFacture
           if not numeroAttribue then
               add 1 to nbPlageEpuisee
               move 0 to tabClientFacture(idxTab)
               exit paragraph
           end-if
           move newFacture to numFacture
           move newFacture to tabClientFacture(idxTab)
           move clientCourant to numClientF
           move moisSaisi to moisFacture
           move tabClientMontant(idxTab) to montantFacture
           end-write

           move spaces to nomImprime
           if societeCourante = 1 then
               string 'facture-' moisSaisi '-' clientCourant '.txt'
                   delimited size into nomImprime
           else
               string 'facture-' moisSaisi '-' clientCourant '-'
                   societeCourante '.txt'
                   delimited size into nomImprime
           end-if
           open output f-imprime

           perform mod-enteteSociete
           move ligneVide to ligneImprime
           move 'FACTURE No' to ligneImprime(1:10)
           move numFacture to ligneImprime(12:6)
           *> detail : relecture des affectations du mois pour ce
           *> client
           move 0 to seqLigneCourante
           perform mod-chargerClauses
           set fin-lireDetail to false
           move 0 to Numaffect
           start f-affectation key is not less Numaffect
                       perform mod-verifFacturable
                       if ligneFacturable
                       and numClientA = clientCourant then
                           move numbusA to busTrajet
                           perform mod-societeTrajet
                           if societeTrajet = societeCourante then
                               perform mod-ecrireDetail
                           end-if
                       end-if
               end-read
           end-perform

           if colisOuvert then
               perform mod-detailColis
           end-if

           if fraisAnnulOuvert then
               perform mod-detailFraisAnnul
           end-if

           if passageOuvert then
               perform mod-detailPeages
           end-if

           perform mod-ajusterCarburant
               varying idxClause from 1 by 1
               until idxClause > nbClauses

           if acompteOuvert then
               perform mod-deduireAcomptes
           end-if

           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move montantEdite to ligneImprime(55:12)
           move 'euros' to ligneImprime(68:5)
           write ligneImprime
           perform mod-piedSociete

           close f-imprime

           *> detail est reportee sur la facture
           move spaces to jrnAvant
           move Facture to jrnAvant(1:70)
           move tabClientMontant(idxTab) to montantFacture
           move cumulHT to montantHTF
           move cumulTVA to montantTvaF
           rewrite Facture
           end-rewrite
       .

       mod-emettreFactElec.
           if tabClientFacture(idxTab) = 0 then
               exit paragraph
           end-if
           call 'emettreFactElec' using tabClientFacture(idxTab)
               operateurID-parm resultatEFact end-call
           if eFactureEmise then
               add 1 to nbEFactures
           end-if
           if eFactureImpossible then
               add 1 to nbEFacturesKO
           end-if
       .

       mod-emettreFactElecDegat.
           call 'emettreFactElec' using tabDegatFacture(idxDegat)
               operateurID-parm resultatEFact end-call
           if eFactureEmise then
               add 1 to nbEFactures
           end-if
           if eFactureImpossible then
               add 1 to nbEFacturesKO
           end-if
       .

       *> refacturations de degats approuvees : chacune fait une
       *> facture a part (une ligne de type G portant l'affectation
       *> et, dans numCircuitL, le numero de l'incident) et un
       *> document facture-degat-NNNNNN.txt; la refacturation passe
       *> a l'etat facture avec le numero de sa facture
       mod-facturerDegats.
           open i-o f-refact
           if statusRefact not = '00' then
               exit paragraph
           end-if
           perform mod-chargerTauxDegat
           open input f-incident
           if statusFIncident = '00' then
               set fichierIncidentOuvert to true
           end-if
           perform mod-ouvrirFactures
           if acompteOuvert then
               close f-acompte
               set acompteOuvert to false
           end-if

           set finLireRefact to false
           move 0 to numIncidentRD
           start f-refact key is not less numIncidentRD
               invalid key
                   set finLireRefact to true
           end-start
           perform until finLireRefact
               read f-refact next
                   at end
                       set finLireRefact to true
                   not at end
                       if refactApprouvee and montantRD > 0
                       and nbDegats < 200 then
                           perform mod-emettreFactureDegat
                       end-if
               end-read
           end-perform

           close f-facture
           close f-ligneFact
           if fichierIncidentOuvert then
               close f-incident
               set fichierIncidentOuvert to false
           end-if
           close f-refact
       .

       mod-chargerTauxDegat.
           open input f-parametre
           if statusParam = '00' then
               move 'TVADEGAT' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to tauxDegat
               end-read
               close f-parametre
           end-if
       .

       mod-emettreFactureDegat.
           move numClientRD to clientCourant
           set incidentConnu to false
           if fichierIncidentOuvert then
               move numIncidentRD to numIncident
               read f-incident
                   not invalid key
                       set incidentConnu to true
               end-read
           end-if
           if not incidentConnu then
               move 0 to dateIncident
               move spaces to descriptionIncident
               move 0 to numBusI
           end-if

           *> societe du client et du bus endommage
           move numBusI to busTrajet
           perform mod-societeTrajet
           move societeTrajet to societeCourante
           perform mod-numeroterFacture
           if not numeroAttribue then
               add 1 to nbPlageEpuisee
               exit paragraph
           end-if

           move montantRD to ttcLigne
           compute htLigne rounded =
               ttcLigne / (1 + tauxDegat / 100)

           move newFacture to numFacture
           move clientCourant to numClientF
           move moisSaisi to moisFacture
           move montantRD to montantFacture
           accept dateFacture from date yyyymmdd
           set factureOuverte to true
           move 0 to montantRegleF
           set estFacture to true
           move htLigne to montantHTF
           compute montantTvaF = ttcLigne - htLigne
           write Facture
               invalid key
                   exit paragraph
               not invalid key
                   add 1 to nbDegats
                   move numFacture to tabDegatFacture(nbDegats)
                   perform mod-journaliserFactureEcr
                   perform mod-ecrireAudit
           end-write

           move numFacture to numFactureL
           move 1 to seqLigneF
           move numAffectRD to numAffectL
           move dateIncident to dateLigneF
           move numIncidentRD to numCircuitL
           move montantRD to montantLigneF
           move 0 to fraisLigneF
           move tauxDegat to tauxTvaLigneF
           set ligneDegat to true
           write FactureLigne
               invalid key
                   continue
           end-write

           set refactFacturee to true
           move numFacture to numFactureRD
           rewrite RefactDegat
               invalid key
                   continue
           end-rewrite

           move spaces to nomImprime
           string 'facture-degat-' numFacture '.txt'
               delimited size into nomImprime
           open output f-imprime

           perform mod-enteteSociete
           move ligneVide to ligneImprime
           move 'FACTURE No' to ligneImprime(1:10)
           move numFacture to ligneImprime(12:6)
           move 'Refacturation de degats' to ligneImprime(30:23)
           write ligneImprime

           perform mod-enteteClient

           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Date       Affect  Incident' to ligneImprime(1:27)
           move 'Montant' to ligneImprime(60:7)
           write ligneImprime

           move ligneVide to ligneImprime
           if dateIncident not = 0 then
               move dateIncident(7:2) to ligneImprime(1:2)
               move '/' to ligneImprime(3:1)
               move dateIncident(5:2) to ligneImprime(4:2)
               move '/' to ligneImprime(6:1)
               move dateIncident(1:4) to ligneImprime(7:4)
           end-if
           move numAffectRD to ligneImprime(13:6)
           move 'Degats, incident' to ligneImprime(20:16)
           move numIncidentRD to ligneImprime(37:4)
           move montantRD to montantEdite
           move montantEdite to ligneImprime(55:12)
           write ligneImprime
           if descriptionIncident not = spaces then
               move ligneVide to ligneImprime
               move descriptionIncident to ligneImprime(13:60)
               write ligneImprime
           end-if
           if motifRD not = spaces then
               move ligneVide to ligneImprime
               move motifRD to ligneImprime(13:40)
               write ligneImprime
           end-if

           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Total HT :' to ligneImprime(42:10)
           move montantHTF to montantEdite
           move montantEdite to ligneImprime(55:12)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'TVA :' to ligneImprime(47:5)
           move montantTvaF to montantEdite
           move montantEdite to ligneImprime(55:12)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'TOTAL TTC :' to ligneImprime(41:11)
           move montantRD to montantEdite
           move montantEdite to ligneImprime(55:12)
           move 'euros' to ligneImprime(68:5)
           write ligneImprime
           perform mod-piedSociete

           close f-imprime
       .

       mod-emettreFactElecEvenement.
           call 'emettreFactElec' using tabEvFacture(idxEv)
               operateurID-parm resultatEFact end-call
           if eFactureEmise then
               add 1 to nbEFactures
           end-if
           if eFactureImpossible then
               add 1 to nbEFacturesKO
           end-if
       .

       *> evenements en facture unique dont la fin tombe au plus tard
       *> dans le mois : une facture par evenement reprenant tous ses
       *> trajets termines et pas encore factures, quel que soit leur
       *> mois, et un document facture-evenement-NNNN.txt;
       *> l'evenement garde le numero de sa facture
       mod-facturerEvenements.
           move 0 to nbEvFactures
           open i-o f-evenement
           if statusEvenement not = '00' then
               exit paragraph
           end-if
           open input f-evPiece
           if statusEvPiece not = '00' then
               close f-evenement
               exit paragraph
           end-if
           open input f-affectation
           open input f-frais
           if statusFrais = '00' then
               set fraisOuvert to true
           else
               set fraisOuvert to false
           end-if
           open input f-tarif
           if statusTarif = '00' then
               set tarifOuvert to true
           else
               set tarifOuvert to false
           end-if
           set releveOuvert to false
           open input f-releve
           if statusReleve = '00' then
               set releveOuvert to true
           end-if
           perform mod-ouvrirFactures
           if acompteOuvert then
               close f-acompte
               set acompteOuvert to false
           end-if
           move 0 to nbClauses

           set finLireEvenement to false
           move 0 to numEvenement
           start f-evenement key is not less numEvenement
               invalid key
                   set finLireEvenement to true
           end-start
           perform until finLireEvenement
               read f-evenement next
                   at end
                       set finLireEvenement to true
                   not at end
                       if evFactureUnique and numFactureEv = 0
                       and dateFinEv(1:6) <= moisSaisi
                       and nbEvFactures < 100 then
                           perform mod-emettreFactureEvenement
                       end-if
               end-read
           end-perform

           close f-facture
           close f-ligneFact
           if fraisOuvert then
               close f-frais
           end-if
           if tarifOuvert then
               close f-tarif
           end-if
           if releveOuvert then
               close f-releve
               set releveOuvert to false
           end-if
           close f-affectation
           close f-evPiece
           close f-evenement
       .

       mod-emettreFactureEvenement.
           move numClientEv to clientCourant

           *> premiere lecture des trajets : il en faut au moins un a
           *> facturer; le bus du premier designe la societe
           move 0 to nbTrajetsEv
           move 0 to busTrajet
           set detailEvenement to false
           perform mod-parcourirTrajetsEv
           if nbTrajetsEv = 0 then
               exit paragraph
           end-if
           perform mod-societeTrajet
           move societeTrajet to societeCourante
           perform mod-numeroterFacture
           if not numeroAttribue then
               add 1 to nbPlageEpuisee
               exit paragraph
           end-if

           move newFacture to numFacture
           move clientCourant to numClientF
           move moisSaisi to moisFacture
           move 0 to montantFacture
           accept dateFacture from date yyyymmdd
           set factureOuverte to true
           move 0 to montantRegleF
           set estFacture to true
           move 0 to montantHTF
           move 0 to montantTvaF
           move 0 to cumulHT
           move 0 to cumulTVA
           write Facture
               invalid key
                   exit paragraph
               not invalid key
                   add 1 to nbEvFactures
                   move numFacture to tabEvFacture(nbEvFactures)
                   perform mod-journaliserFactureEcr
                   perform mod-ecrireAudit
           end-write

           move spaces to nomImprime
           string 'facture-evenement-' numEvenement '.txt'
               delimited size into nomImprime
           open output f-imprime

           perform mod-enteteSociete
           move ligneVide to ligneImprime
           move 'FACTURE No' to ligneImprime(1:10)
           move numFacture to ligneImprime(12:6)
           move 'Evenement' to ligneImprime(30:9)
           move numEvenement to ligneImprime(40:4)
           write ligneImprime
           move ligneVide to ligneImprime
           move nomEvenement to ligneImprime(30:30)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'du' to ligneImprime(30:2)
           move dateDebEv(7:2) to ligneImprime(33:2)
           move '/' to ligneImprime(35:1)
           move dateDebEv(5:2) to ligneImprime(36:2)
           move '/' to ligneImprime(38:1)
           move dateDebEv(1:4) to ligneImprime(39:4)
           move 'au' to ligneImprime(44:2)
           move dateFinEv(7:2) to ligneImprime(47:2)
           move '/' to ligneImprime(49:1)
           move dateFinEv(5:2) to ligneImprime(50:2)
           move '/' to ligneImprime(52:1)
           move dateFinEv(1:4) to ligneImprime(53:4)
           write ligneImprime

           perform mod-enteteClient

           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Date       Affect  Motif' to ligneImprime(1:24)
           move 'Circ.' to ligneImprime(46:5)
           move 'Montant' to ligneImprime(60:7)
           write ligneImprime

           *> seconde lecture : detail et lignes de facture
           move 0 to seqLigneCourante
           move 0 to nbTrajetsEv
           set detailEvenement to true
           perform mod-parcourirTrajetsEv

           compute montantFacture = cumulHT + cumulTVA
           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Total HT :' to ligneImprime(42:10)
           move cumulHT to montantEdite
           move montantEdite to ligneImprime(55:12)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'TVA :' to ligneImprime(47:5)
           move cumulTVA to montantEdite
           move montantEdite to ligneImprime(55:12)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'TOTAL TTC :' to ligneImprime(41:11)
           move montantFacture to montantEdite
           move montantEdite to ligneImprime(55:12)
           move 'euros' to ligneImprime(68:5)
           write ligneImprime
           perform mod-piedSociete

           close f-imprime

           move spaces to jrnAvant
           move Facture to jrnAvant(1:70)
           move cumulHT to montantHTF
           move cumulTVA to montantTvaF
           rewrite Facture
               invalid key
                   continue
               not invalid key
                   perform mod-journaliserFactureMaj
           end-rewrite

           move numFacture to numFactureEv
           rewrite Evenement
               invalid key
                   continue
           end-rewrite
       .

       *> trajets de l'evenement courant a facturer : comptes au
       *> premier passage, detailles sur la facture au second
       mod-parcourirTrajetsEv.
           set finLirePieceEv to false
           move numEvenement to numEvenementEP
           start f-evPiece key is equal numEvenementEP
               invalid key
                   set finLirePieceEv to true
           end-start
           perform until finLirePieceEv
               read f-evPiece next
                   at end
                       set finLirePieceEv to true
                   not at end
                       if numEvenementEP not = numEvenement then
                           set finLirePieceEv to true
                       else
                           if typePieceEv = 'A' then
                               perform mod-trajetEvenement
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-trajetEvenement.
           move numPieceEv to Numaffect
           read f-affectation
               invalid key
                   exit paragraph
           end-read
           if annulee or dateFinAffectA = 0 then
               exit paragraph
           end-if
           perform mod-verifTrajetEvFacture
           if not trajetEvFacturable then
               exit paragraph
           end-if
           add 1 to nbTrajetsEv
           if nbTrajetsEv = 1 and busTrajet = 0 then
               move numbusA to busTrajet
           end-if
           if detailEvenement then
               perform mod-ecrireDetail
           end-if
       .

       *> un trajet deja present sur une facture n'est pas repris
       mod-verifTrajetEvFacture.
           set trajetEvFacturable to true
           move Numaffect to numAffectL
           start f-ligneFact key is equal numAffectL
               invalid key
                   set finVerifLigne to true
               not invalid key
                   set finVerifLigne to false
           end-start
           perform until finVerifLigne
               read f-ligneFact next
                   at end
                       set finVerifLigne to true
                   not at end
                       if numAffectL not = Numaffect then
                           set finVerifLigne to true
                       else
                           set trajetEvFacturable to false
                           set finVerifLigne to true
                       end-if
               end-read
           end-perform
       .

       *> fige la ligne de detail dans FactureLigne.dat : chaque
       *> affectation facturee reste retrouvable par son numero de
       *> facture sans reconstitution depuis Affectation.dat
       mod-ecrireLigneFacture.
           perform mod-resoudreTauxTva
           compute ttcLigne = montantTarifA + fraisAffectation
           compute htLigne rounded =
               ttcLigne / (1 + tauxLigne / 100)
           add htLigne to cumulHT
           compute cumulTVA = cumulTVA + ttcLigne - htLigne

           add 1 to seqLigneCourante
           move numFacture to numFactureL
           move seqLigneCourante to seqLigneF
           move Numaffect to numAffectL
           move dateDebAffectA to dateLigneF
           move numCircuitA to numCircuitL
           move montantTarifA to montantLigneF
           move fraisAffectation to fraisLigneF
           move tauxLigne to tauxTvaLigneF
           if releveTrouve then
               set ligneMADBase to true
           else
               move space to typeLigneF
           end-if
           write FactureLigne
               invalid key
                   continue
           end-write
       .

       *> indice gazole du mois facture; sans indice, pas
       *> d'ajustement. Les contrats ne sont lus que si l'indice
       *> existe.
       mod-chargerIndiceCarb.
           move 0 to indiceMois
           open input f-indiceCarb
           if statusIndiceCarb = '00' then
               move moisSaisi to moisIndice
               read f-indiceCarb
                   not invalid key
                       move valeurIndice to indiceMois
               end-read
               close f-indiceCarb
           end-if
           if indiceMois not = 0 then
               open input f-contratCli
               if statusContratCli = '00' then
                   set contratCliOuvert to true
               end-if
           end-if
       .

       *> contrats a clause carburant du client en vigueur sur le
       *> mois facture
       mod-chargerClauses.
           move 0 to nbClauses
           if not contratCliOuvert then
               exit paragraph
           end-if
           set finLireContrat to false
           move clientCourant to numClientCC
           start f-contratCli key is equal numClientCC
               invalid key
                   set finLireContrat to true
           end-start
           perform until finLireContrat
               read f-contratCli next
                   at end
                       set finLireContrat to true
                   not at end
                       if numClientCC not = clientCourant then
                           set finLireContrat to true
                       else
                           if partCarbCC > 0 and indiceRefCC > 0
                           and dateDebCC(1:6) <= moisSaisi
                           and dateFinCC(1:6) >= moisSaisi
                           and nbClauses < 10 then
                               add 1 to nbClauses
                               move numContratCli
                                   to clauseContrat(nbClauses)
                               move numCircuitCC
                                   to clauseCircuit(nbClauses)
                               move indiceRefCC
                                   to clauseIndiceRef(nbClauses)
                               move seuilCarbCC
                                   to clauseSeuil(nbClauses)
                               move partCarbCC
                                   to clausePart(nbClauses)
                               move 0 to clauseBase(nbClauses)
                               move 0 to clauseTaux(nbClauses)
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-cumulerBaseCarb.
           perform varying idxClause from 1 by 1
               until idxClause > nbClauses
               or clauseCircuit(idxClause) = 0
               or clauseCircuit(idxClause) = numCircuitA
               continue
           end-perform
           if idxClause <= nbClauses then
               add montantTarifA to clauseBase(idxClause)
               move tauxLigne to clauseTaux(idxClause)
           end-if
       .

       *> ajustement = base x part carburant x ecart de l'indice
       *> rapporte a la reference, des que l'ecart depasse le seuil;
       *> une remise superieure au reste a facturer est ramenee a
       *> celui-ci
       mod-ajusterCarburant.
           if clauseBase(idxClause) = 0 then
               exit paragraph
           end-if
           compute ecartIndice =
               indiceMois - clauseIndiceRef(idxClause)
           compute ecartPourcent rounded =
               ecartIndice * 100 / clauseIndiceRef(idxClause)
           if ecartPourcent not > clauseSeuil(idxClause)
           and ecartPourcent not < 0 - clauseSeuil(idxClause) then
               exit paragraph
           end-if

           compute montantCarb rounded = clauseBase(idxClause)
               * clausePart(idxClause) / 100
               * function abs(ecartIndice)
               / clauseIndiceRef(idxClause)
           if montantCarb = 0 then
               exit paragraph
           end-if
           move montantCarb to ttcLigne
           compute htLigne rounded =
               ttcLigne / (1 + clauseTaux(idxClause) / 100)
           compute tvaCarb = ttcLigne - htLigne

           if ecartIndice > 0 then
               set ligneSurchargeCarb to true
               add montantCarb to tabClientMontant(idxTab)
               add htLigne to cumulHT
               add tvaCarb to cumulTVA
           else
               if montantCarb > tabClientMontant(idxTab)
               or htLigne > cumulHT or tvaCarb > cumulTVA then
                   move tabClientMontant(idxTab) to montantCarb
                   move montantCarb to ttcLigne
                   move cumulHT to htLigne
                   compute tvaCarb = montantCarb - htLigne
               end-if
               set ligneRemiseCarb to true
               subtract montantCarb from tabClientMontant(idxTab)
               subtract htLigne from cumulHT
               subtract tvaCarb from cumulTVA
           end-if

           add 1 to seqLigneCourante
           move numFacture to numFactureL
           move seqLigneCourante to seqLigneF
           move 0 to numAffectL
           accept dateLigneF from date yyyymmdd
           move clauseCircuit(idxClause) to numCircuitL
           move montantCarb to montantLigneF
           move 0 to fraisLigneF
           move clauseTaux(idxClause) to tauxTvaLigneF
           write FactureLigne
               invalid key
                   continue
           end-write

           move ligneVide to ligneImprime
           move 'Clause carburant contrat' to ligneImprime(1:24)
           move clauseContrat(idxClause) to ligneImprime(26:4)
           move 'indice' to ligneImprime(31:6)
           move indiceMois to indiceEdite
           move indiceEdite to ligneImprime(38:8)
           move '/' to ligneImprime(46:1)
           move clauseIndiceRef(idxClause) to indiceEdite
           move indiceEdite to ligneImprime(47:8)
           move montantCarb to montantEdite
           move montantEdite to ligneImprime(55:12)
           if ligneRemiseCarb then
               move '-' to ligneImprime(67:1)
           end-if
           write ligneImprime
       .

       *> frais d'annulation retenus, non encore factures, annules
       *> au plus tard dans le mois facture
       mod-verifFraisAnnulFacturable.
           if fraisFactures and fraisNonFactures
           and dateAnnulN(1:6) <= moisSaisi then
               set fraisAnnulFacturable to true
           else
               set fraisAnnulFacturable to false
           end-if
       .

       mod-cumulerFraisAnnul.
           set finLireFraisAnnul to false
           move 0 to numAffectN
           start f-fraisAnnul key is not less numAffectN
               invalid key
                   set finLireFraisAnnul to true
           end-start
           perform until finLireFraisAnnul
               read f-fraisAnnul next
                   at end
                       set finLireFraisAnnul to true
                   not at end
                       perform mod-verifFraisAnnulFacturable
                       if fraisAnnulFacturable then
                           move numClientN to clientCourant
                           move numAffectN to affectCherchee
                           perform mod-societeAffectation
                           perform mod-rangClient
                           if idxTab <= nbClientsTab then
                               add montantFraisN
                                   to tabClientMontant(idxTab)
                           end-if
                       end-if
               end-read
           end-perform
       .

       *> une ligne de facture (type N) par annulation facturee, au
       *> taux de TVA du tarif du trajet annule; les frais gardent
       *> le numero de la facture qui les a repris
       mod-detailFraisAnnul.
           set finLireFraisAnnul to false
           move clientCourant to numClientN
           start f-fraisAnnul key is equal numClientN
               invalid key
                   set finLireFraisAnnul to true
           end-start
           perform until finLireFraisAnnul
               read f-fraisAnnul next
                   at end
                       set finLireFraisAnnul to true
                   not at end
                       if numClientN not = clientCourant then
                           set finLireFraisAnnul to true
                       else
                           perform mod-verifFraisAnnulFacturable
                           if fraisAnnulFacturable then
                               move numAffectN to affectCherchee
                               perform mod-societeAffectation
                               if societeTrajet = societeCourante then
                                   perform mod-ecrireFraisAnnul
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-ecrireFraisAnnul.
           move 0 to tauxLigne
           if tarifOuvert and numTarifN not = 0 then
               move numTarifN to numTarif
               read f-tarif
                   not invalid key
                       move tauxTvaTarif to tauxLigne
               end-read
           end-if
           move montantFraisN to ttcLigne
           compute htLigne rounded =
               ttcLigne / (1 + tauxLigne / 100)
           add htLigne to cumulHT
           compute cumulTVA = cumulTVA + ttcLigne - htLigne

           add 1 to seqLigneCourante
           move numFacture to numFactureL
           move seqLigneCourante to seqLigneF
           move numAffectN to numAffectL
           move dateAnnulN to dateLigneF
           move 0 to numCircuitL
           move montantFraisN to montantLigneF
           move 0 to fraisLigneF
           move tauxLigne to tauxTvaLigneF
           set ligneFraisAnnul to true
           write FactureLigne
               invalid key
                   continue
           end-write

           move numFacture to numFactureN
           rewrite FraisAnnulation
               invalid key
                   continue
           end-rewrite

           move ligneVide to ligneImprime
           move dateTrajetN(7:2) to ligneImprime(1:2)
           move '/' to ligneImprime(3:1)
           move dateTrajetN(5:2) to ligneImprime(4:2)
           move '/' to ligneImprime(6:1)
           move dateTrajetN(1:4) to ligneImprime(7:4)
           move numAffectN to ligneImprime(13:6)
           move 'Frais d''annulation' to ligneImprime(20:18)
           move tauxFraisN to dureeEditee
           move dureeEditee to ligneImprime(39:6)
           move '%' to ligneImprime(46:1)
           move montantFraisN to montantEdite
           move montantEdite to ligneImprime(55:12)
           write ligneImprime
       .

       *> passages de telepeage a refacturer, non encore factures,
       *> du mois facture ou anterieurs
       mod-verifPeageFacturable.
           if passageRefacturable and passageNonFacture
           and datePassagePP(1:6) <= moisSaisi then
               set passageFacturable to true
           else
               set passageFacturable to false
           end-if
       .

       mod-cumulerPeages.
           set finLirePassage to false
           move low-values to clePassage
           start f-passage key is not less clePassage
               invalid key
                   set finLirePassage to true
           end-start
           perform until finLirePassage
               read f-passage next
                   at end
                       set finLirePassage to true
                   not at end
                       perform mod-verifPeageFacturable
                       if passageFacturable then
                           move numClientPP to clientCourant
                           move numAffectPP to affectCherchee
                           perform mod-societeAffectation
                           perform mod-rangClient
                           if idxTab <= nbClientsTab then
                               add montantPP
                                   to tabClientMontant(idxTab)
                           end-if
                       end-if
               end-read
           end-perform
       .

       *> une ligne de facture (type P) par passage refacture, au
       *> taux de TVA du tarif du trajet; le passage garde le numero
       *> de la facture qui l'a repris
       mod-detailPeages.
           set finLirePassage to false
           move clientCourant to numClientPP
           start f-passage key is equal numClientPP
               invalid key
                   set finLirePassage to true
           end-start
           perform until finLirePassage
               read f-passage next
                   at end
                       set finLirePassage to true
                   not at end
                       if numClientPP not = clientCourant then
                           set finLirePassage to true
                       else
                           perform mod-verifPeageFacturable
                           if passageFacturable then
                               move numAffectPP to affectCherchee
                               perform mod-societeAffectation
                               if societeTrajet = societeCourante then
                                   perform mod-ecrirePeage
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-ecrirePeage.
           move 0 to tauxLigne
           if tarifOuvert and numTarifPP not = 0 then
               move numTarifPP to numTarif
               read f-tarif
                   not invalid key
                       move tauxTvaTarif to tauxLigne
               end-read
           end-if
           move montantPP to ttcLigne
           compute htLigne rounded =
               ttcLigne / (1 + tauxLigne / 100)
           add htLigne to cumulHT
           compute cumulTVA = cumulTVA + ttcLigne - htLigne

           add 1 to seqLigneCourante
           move numFacture to numFactureL
           move seqLigneCourante to seqLigneF
           move numAffectPP to numAffectL
           move datePassagePP to dateLigneF
           move 0 to numCircuitL
           move montantPP to montantLigneF
           move 0 to fraisLigneF
           move tauxLigne to tauxTvaLigneF
           set ligneRefactPeage to true
           write FactureLigne
               invalid key
                   continue
           end-write

           move numFacture to numFacturePP
           rewrite PassagePeage
               invalid key
                   continue
           end-rewrite

           move ligneVide to ligneImprime
           move datePassagePP(7:2) to ligneImprime(1:2)
           move '/' to ligneImprime(3:1)
           move datePassagePP(5:2) to ligneImprime(4:2)
           move '/' to ligneImprime(6:1)
           move datePassagePP(1:4) to ligneImprime(7:4)
           move numAffectPP to ligneImprime(13:6)
           move 'Peage' to ligneImprime(20:5)
           move garePP to ligneImprime(26:20)
           move montantPP to montantEdite
           move montantEdite to ligneImprime(55:12)
           write ligneImprime
       .

       *> deduction des acomptes du client deja encaisses et pas
       *> encore imputes, pour des trajets du mois ou anterieurs,
       *> appeles par la meme societe que la facture : chacun fait
       *> une ligne de deduction (type D) et diminue le total de la
       *> facture; un acompte superieur au reste a facturer attend
       *> une facture suffisante
       mod-deduireAcomptes.
           set finLireAcompte to false
           move clientCourant to numClientAc
           start f-acompte key is equal numClientAc
               invalid key
                   set finLireAcompte to true
           end-start
           perform until finLireAcompte
               read f-acompte next
                   at end
                       set finLireAcompte to true
                   not at end
                       if numClientAc not = clientCourant then
                           set finLireAcompte to true
                       else
                           compute tvaAcompte =
                               montantAcompteAc - htAcompteAc
                           move numFactAcompte to pieceCherchee
                           perform mod-societePiece
                           if societePiece = societeCourante
                           and not acompteNonEncaisse
                           and acompteNonImpute
                           and dateTrajetAc(1:6) <= moisSaisi
                           and montantAcompteAc <=
                               tabClientMontant(idxTab)
                           and htAcompteAc <= cumulHT
                           and tvaAcompte <= cumulTVA then
                               perform mod-ecrireDeductionAcompte
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-ecrireDeductionAcompte.
           subtract montantAcompteAc from tabClientMontant(idxTab)
           subtract htAcompteAc from cumulHT
           subtract tvaAcompte from cumulTVA

           add 1 to seqLigneCourante
           move numFacture to numFactureL
           move seqLigneCourante to seqLigneF
           move 0 to numAffectL
           move dateEncaissAc to dateLigneF
           move 0 to numCircuitL
           move montantAcompteAc to montantLigneF
           move 0 to fraisLigneF
           move tauxTvaAc to tauxTvaLigneF
           set ligneAcompteDeduit to true
           write FactureLigne
               invalid key
                   continue
           end-write

           move numFacture to numFactImputAc
           accept dateImputAc from date yyyymmdd
           rewrite Acompte
               invalid key
                   continue
           end-rewrite

           move ligneVide to ligneImprime
           move dateEncaissAc(7:2) to ligneImprime(1:2)
           move '/' to ligneImprime(3:1)
           move dateEncaissAc(5:2) to ligneImprime(4:2)
           move '/' to ligneImprime(6:1)
           move dateEncaissAc(1:4) to ligneImprime(7:4)
           move 'Acompte verse, facture' to ligneImprime(13:22)
           move numFactAcompte to ligneImprime(36:6)
           move 'cde' to ligneImprime(43:3)
           move numCommandeAc to ligneImprime(47:6)
           move montantAcompteAc to montantEdite
           move montantEdite to ligneImprime(55:12)
           move '-' to ligneImprime(67:1)
           write ligneImprime
       .

       *> colis livres du client dans le mois : une ligne de facture
       *> par colis (sans affectation facturee), le colis garde le
       *> numero de la facture qui l'a repris
       mod-detailColis.
           set finLireColis to false
           move 0 to numColis
           start f-colis key is not less numColis
               invalid key
                   set finLireColis to true
           end-start
           perform until finLireColis
               read f-colis next
                   at end
                       set finLireColis to true
                   not at end
                       perform mod-verifColisFacturable
                       if colisFacturable
                       and numClientExpC = clientCourant then
                           move numAffectC to affectCherchee
                           perform mod-societeAffectation
                           if societeTrajet = societeCourante then
                               perform mod-ecrireColis
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-ecrireColis.
           move prixColis to ttcLigne
           compute htLigne rounded =
               ttcLigne / (1 + tauxColis / 100)
           add htLigne to cumulHT
           compute cumulTVA = cumulTVA + ttcLigne - htLigne

           add 1 to seqLigneCourante
           move numFacture to numFactureL
           move seqLigneCourante to seqLigneF
           move 0 to numAffectL
           move dateLivraisonC to dateLigneF
           move 0 to numCircuitL
           move prixColis to montantLigneF
           move 0 to fraisLigneF
           move tauxColis to tauxTvaLigneF
           move space to typeLigneF
           write FactureLigne
               invalid key
                   continue
           end-write

           move numFacture to numFactureC
           rewrite Colis
               invalid key
                   continue
           end-rewrite

           move ligneVide to ligneImprime
           move dateLivraisonC(7:2) to ligneImprime(1:2)
           move '/' to ligneImprime(3:1)
           move dateLivraisonC(5:2) to ligneImprime(4:2)
           move '/' to ligneImprime(6:1)
           move dateLivraisonC(1:4) to ligneImprime(7:4)
           move 'Colis' to ligneImprime(13:5)
           move numColis to ligneImprime(19:6)
           move nomDestinataireC to ligneImprime(26:19)
           move prixColis to montantEdite
           move montantEdite to ligneImprime(55:12)
           write ligneImprime
       .

       *> taux de TVA de la ligne : celui du tarif fige sur
       *> l'affectation; sans tarif, ligne a taux zero
       mod-resoudreTauxTva.
           move 0 to tauxLigne
           move space to modeLigne
           if tarifOuvert and numTarifA not = 0 then
               move numTarifA to numTarif
               read f-tarif
                   not invalid key
                       move tauxTvaTarif to tauxLigne
                       move modeTarif to modeLigne
               end-read
           end-if
       .

       *> en-tete du document : raison sociale, adresse et
       *> identifiants de la societe emettrice (rien sans fiche)
       mod-enteteSociete.
           move societeCourante to numeroSociete
           call 'lireSociete' using modeSociete numeroSociete
               societeFact societeTrouvee end-call
           if not societeConnue then
               exit paragraph
           end-if
           move ligneVide to ligneImprime
           move raisonSocialeSF to ligneImprime(1:35)
           write ligneImprime
           move ligneVide to ligneImprime
           move adresseSF to ligneImprime(1:40)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'SIRET' to ligneImprime(1:5)
           move siretSF to ligneImprime(7:14)
           move 'TVA' to ligneImprime(23:3)
           move tvaIntraSF to ligneImprime(27:13)
           if rcsSF not = spaces then
               move 'RCS' to ligneImprime(42:3)
               move rcsSF to ligneImprime(46:30)
           end-if
           write ligneImprime
           move ligneVide to ligneImprime
           write ligneImprime
       .

       *> pied du document : coordonnees bancaires de la societe
       mod-piedSociete.
           if not societeConnue or ibanSF = spaces then
               exit paragraph
           end-if
           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'IBAN :' to ligneImprime(1:6)
           move ibanSF to ligneImprime(8:34)
           if bicSF not = spaces then
               move 'BIC :' to ligneImprime(44:5)
               move bicSF to ligneImprime(50:11)
           end-if
           write ligneImprime
       .

       mod-enteteClient.
           set clientConnu to false
           open input f-client
           if statusClient = '00' then
               move clientCourant to numClient
               read f-client
                   not invalid key
                       set clientConnu to true
               end-read
               close f-client
           end-if

           if clientConnu then
               move ligneVide to ligneImprime
               move 'Client' to ligneImprime(1:6)
               move clientCourant to ligneImprime(8:4)
       mod-ecrireDetail.
           perform mod-verifFerie
           perform mod-fraisAffectation
           perform mod-lireReleve
           perform mod-ecrireLigneFacture
           perform mod-cumulerBaseCarb
           move ligneVide to ligneImprime
           move dateDebAffectA(7:2) to ligneImprime(1:2)
           move '/' to ligneImprime(3:1)
               move montantEdite to ligneImprime(55:12)
               write ligneImprime
           end-if
           if releveTrouve then
               perform mod-ecrireSupplementsMAD
           end-if
       .

       *> releve de mise a disposition de l'affectation courante
       mod-lireReleve.
           set releveTrouve to false
           if releveOuvert then
               move Numaffect to numAffectR
               read f-releve
                   not invalid key
                       set releveTrouve to true
               end-read
           end-if
       .

       *> mise a disposition : l'attente et les km au-dela du
       *> forfait font chacun leur ligne de facture, au taux de TVA
       *> du tarif de l'affectation (la base est la ligne du trajet)
       mod-ecrireSupplementsMAD.
           move ligneVide to ligneImprime
           move '  base mise a disposition' to ligneImprime(13:25)
           move dureeReelleR to dureeEditee
           move dureeEditee to ligneImprime(39:6)
           if modeLigne = 'H' then
               move 'h' to ligneImprime(46:1)
           else
               move 'j' to ligneImprime(46:1)
           end-if
           write ligneImprime

           if montantAttenteR not = 0 then
               move montantAttenteR to ttcLigne
               set ligneMADAttente to true
               perform mod-ecrireLigneSupplement
               move ligneVide to ligneImprime
               move '  + attente' to ligneImprime(13:11)
               move heuresAttenteR to dureeEditee
               move dureeEditee to ligneImprime(39:6)
               move 'h' to ligneImprime(46:1)
               move montantAttenteR to montantEdite
               move montantEdite to ligneImprime(55:12)
               write ligneImprime
           end-if

           if montantKmSupR not = 0 then
               move montantKmSupR to ttcLigne
               set ligneMADKmSup to true
               perform mod-ecrireLigneSupplement
               move ligneVide to ligneImprime
               move '  + km supplementaires' to ligneImprime(13:22)
               move kmReelsR to kmEdite
               move kmEdite to ligneImprime(39:5)
               move 'km' to ligneImprime(45:2)
               move montantKmSupR to montantEdite
               move montantEdite to ligneImprime(55:12)
               write ligneImprime
           end-if
       .

       *> ligne de supplement (type deja positionne) sur l'affectation
       *> courante; tauxLigne est celui de la ligne de base
       mod-ecrireLigneSupplement.
           compute htLigne rounded =
               ttcLigne / (1 + tauxLigne / 100)
           add htLigne to cumulHT
           compute cumulTVA = cumulTVA + ttcLigne - htLigne

           add 1 to seqLigneCourante
           move numFacture to numFactureL
           move seqLigneCourante to seqLigneF
           move Numaffect to numAffectL
           move dateDebAffectA to dateLigneF
           move numCircuitA to numCircuitL
           move ttcLigne to montantLigneF
           move 0 to fraisLigneF
           move tauxLigne to tauxTvaLigneF
           write FactureLigne
               invalid key
                   continue
           end-write
       .

       *> indicateur de majoration : le depart du trajet tombe un
           move 'FACTURE' to ligneAudit(25:11)
           move numFacture to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
