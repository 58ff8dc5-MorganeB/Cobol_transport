       program-id. chainageBus.

       *> chainage des bus sur une journee : toutes les affectations
       *> du jour (hors sous-traitance et trajets de plusieurs jours)
       *> et les commandes encore en attente pour cette date sont
       *> classees par heure de depart, puis chacune est proposee au
       *> bus qui peut la prendre avec le moins de kilometres a vide :
       *>   - un bus part de la ville de son depot, puis se trouve a
       *>     la ville d'arrivee de son dernier trajet (heureFinA);
       *>   - il doit pouvoir rejoindre la ville de depart a temps
       *>     (distance DistanceVille a la vitesse VITESSEHLP, plus
       *>     le battement BATTEMENT de Parametres.dat);
       *>   - places (nbplaces contre places reservees, commandees ou
       *>     minimum du circuit) et modele requis du circuit;
       *>   - un bus immobilise (IndispoBus) ou retire ne roule pas;
       *>     un bus pris par un trajet de plusieurs jours garde ce
       *>     trajet et sort du chainage.
       *> Les horaires d'une commande sont ceux du premier et du
       *> dernier arret de son circuit (Arret.dat); sans arrets, elle
       *> occupe la journee. Les chaines proposees sont ecrites dans
       *> chainage-AAAAMMJJ.txt; le dispatcheur accepte une chaine bus
       *> par bus : le numbusA des affectations concernees est alors
       *> mis a jour apres les controles de l'affectation manuelle :
       *> habilitation des chauffeurs sur le modele, zone a faibles
       *> emissions, autonomie et recharge d'un bus electrique,
       *> equipements exiges par la commande du client, et bus libre
       *> sur l'horaire; les commandes restent a servir par le
       *> dispatching avec le bus indique

       file-control.
           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusMaj.

           select f-commande assign 'Commande.dat' organization
           indexed
           access dynamic record key numCommande
           file status is statusCommande.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-circuit assign 'Circuit.dat' organization
           indexed
           access dynamic record key numCircuit
           file status is statusCircuit.

           select f-depot assign 'Depot.dat' organization
           indexed
           access dynamic record key numDepot
           file status is statusDepot.

           select f-distance assign 'DistanceVille.dat'
           organization indexed access dynamic
           record key cleDistance
           file status is statusDistance.

           select f-indispoBus assign 'IndispoBus.dat' organization
           indexed access dynamic
           record key numIndispoB
           alternate record key numBusIB duplicates
           file status is statusIndispoB.

           select f-arret assign 'Arret.dat' organization
           indexed
           access dynamic record key cleArret
           file status is statusArret.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           select f-habilitation assign 'Habilitation.dat'
           organization indexed access dynamic
           record key numHabilitation
           alternate record key numChaufH duplicates
           file status is statusHab.

           select f-rapport assign nomRapport organization line
           sequential.

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

       fd f-indispoBus.
       1 IndispoBus.
           2 numIndispoB pic 9(4).
           2 numBusIB pic 9(4).
           2 dateDebIndispoB pic 9(8).
           2 dateFinIndispoB pic 9(8).
           2 motifIndispoB pic x(30).

       fd f-arret.
       1 Arret.
           2 cleArret.
               3 numCircuitArr pic 9(4).
               3 seqArret pic 9(2).
           2 nomArret pic x(30).
           2 heureArret pic 9(4).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-habilitation.
       1 Habilitation.
           2 numHabilitation pic 9(4).
           2 numChaufH pic 9(4).
           2 modeleH pic x(20).
           2 dateHabilitation pic 9(8).

       fd f-rapport.
       1 ligneRapport pic x(90).

       working-storage section.
       1 statusMaj pic xx.
       1 statusCommande pic xx.
       1 statusBus pic xx.
       1 statusCircuit pic xx.
       1 statusDepot pic xx.
       1 statusDistance pic xx.
       1 statusIndispoB pic xx.
       1 statusArret pic xx.
       1 statusParam pic xx.
       1 statusHab pic xx.
       1 suivant pic x.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 ligneVide pic x(90) value spaces.
       1 nomRapport pic x(30).

       1 dateSaisie pic 9(8) value 0.
       1 busAccepte pic 9(4) value 0.

       *> vitesse moyenne des trajets a vide et battement minimal
       *> entre deux trajets d'un meme bus (Parametres.dat)
       1 vitesseHLP pic 9(3)v99 value 60.
       1 battement pic 9(3) value 15.

       *> trajets du jour (affectations 'A', commandes 'C')
       1 nbTrajets pic 9(3) value 0.
       1 tabTrajets.
           2 trajet occurs 200 times.
               3 trjType pic x(01).
               3 trjNum pic 9(6).
               3 trjBusActuel pic 9(4).
               3 trjChauffeur pic 9(4).
               3 trjCircuit pic 9(4).
               3 trjMinDeb pic 9(4).
               3 trjMinFin pic 9(4).
               3 trjVilleDep pic x(20).
               3 trjVilleArr pic x(20).
               3 trjPlaces pic 9(3).
               3 trjModele pic x(20).
               3 trjBusPropose pic 9(4).
               3 trjKmVide pic 9(5).
       1 trajetTmp pic x(99).

       *> flotte disponible du jour et position courante de chaque bus
       1 nbBusDispo pic 9(3) value 0.
       1 tabBus.
           2 busDispo occurs 300 times.
               3 bdNumero pic 9(4).
               3 bdPlaces pic 9(3).
               3 bdModele pic x(20).
               3 bdVilleDepot pic x(20).
               3 bdVilleCour pic x(20).
               3 bdMinLibre pic 9(4).
               3 bdUtilise pic x(01).
               3 bdKmVide pic 9(6).

       1 idxTrj pic 9(3).
       1 idxTrj2 pic 9(3).
       1 idxBus pic 9(3).
       1 meilleurBus pic 9(3).
       1 meilleurKm pic 9(5).
       1 meilleurActuel pic x(01).
       1 kmCandidat pic 9(5).
       1 minutesTrajet pic 9(5).
       1 heureCalc pic 9(4).
       1 minutesCalc pic 9(4).
       1 villeA pic x(20).
       1 villeB pic x(20).
       1 kmTrouve pic 9(5).
       1 heureDebCmd pic 9(4).
       1 heureFinCmd pic 9(4).
       1 villeDepotCour pic x(20).
       1 modeleAffecte pic x(20).

       *> kilometres a vide : situation actuelle contre proposition
       1 kmVideActuel pic 9(7) value 0.
       1 kmVidePropose pic 9(7) value 0.
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).
       1 nbNonPlaces pic 9(3) value 0.
       1 nbMisAJour pic 9(3) value 0.
       1 nbRefusHab pic 9(3) value 0.
       1 nbRefusZfe pic 9(3) value 0.
       1 nbRefusElec pic 9(3) value 0.
       1 nbRefusEquip pic 9(3) value 0.
       1 nbRefusOccupe pic 9(3) value 0.
       1 kmEdite pic zzzz9.
       1 heureEdite pic 99b99.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 distanceConnue value 'o' false 'n'.

       1 pic x value 'n'.
       88 busImmobilise value 'o' false 'n'.

       1 pic x value 'o'.
       88 habilitationOk value 'o' false 'n'.

       1 pic x value 'o'.
       88 busLibre value 'o' false 'n'.

       *> fichiers de reference effectivement ouverts
       1 pic x value 'n'.
       88 depotOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 indispoOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 circuitOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 arretOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 distanceOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 heuresChevauchent value 'o' false 'n'.

       *> affectation a reaffecter, conservee pendant les controles
       1 numAffectVerif pic 9(6).
       1 chauffeurVerif pic 9(4).
       1 chauffeur2Verif pic 9(4).
       1 circuitVerif pic 9(4).
       1 clientVerif pic 9(4).
       1 dateDebVerif pic 9(8).
       1 dateFinVerif pic 9(8).
       1 heureDebVerif pic 9(4).
       1 heureFinVerif pic 9(4).
       1 heureDebAutre pic 9(4).
       1 heureFinAutre pic 9(4).

       *> equipements exiges par la commande du client (verifEquipement)
       1 typePieceExig pic x(01) value 'C'.
       1 commandeLiee pic 9(6) value 0.
       1 equipManquants pic x(40).

       *> zone a faibles emissions (verifZFE) : regles en vigueur au
       *> dernier jour du trajet
       1 modeZfe pic x(01) value 'A'.
       1 dateRefZfe pic 9(8).
       1 villeZfe pic x(20).
       1 classeMinZfe pic x(01).
       1 dateEffetZfe pic 9(8).
       1 classeBusZfe pic x(01).

       *> retour de verifBusElectrique
       1 retourElec pic x(01).
           88 autonomieInsuffisante value 'A'.
           88 busEnRecharge value 'R'.
       1 kmRequisElec pic 9(5).
       1 autonomieElec pic 9(4).
       1 borneElec pic x(10).

       *> journal des mises a jour (journalMaj) : images avant/apres
       *> rejouables par rollForward apres une restauration
       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

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

       1 s-plg-date.
           2 line 3 col 4 'Cha'&x'8c'&'nage des bus sur une journ'&
           x'82'&'e'.
           2 line 5 col 4 'Date (AAAAMMJJ) : '.
           2 s-date pic 9(8) to dateSaisie required.

       1 a-plg-synthese.
           2 line 7 col 4 'Trajets du jour : '.
           2 a-nbTrajets pic zz9 from nbTrajets.
           2 line 8 col 4 'Bus disponibles : '.
           2 a-nbBus pic zz9 from nbBusDispo.
           2 line 9 col 4 'Km '&x'85'&' vide actuels  : '.
           2 a-kmActuel pic z(6)9 from kmVideActuel.
           2 line 10 col 4 'Km '&x'85'&' vide propos'&x'82'&'s : '.
           2 a-kmPropose pic z(6)9 from kmVidePropose.
           2 line 11 col 4 'Trajets sans bus possible : '.
           2 a-nonPlaces pic zz9 from nbNonPlaces.
           2 line 13 col 4 'Cha'&x'8c'&'nes d'&x'82'&'taill'&x'82'&
           'es dans '.
           2 a-nomRapport pic x(30) from nomRapport.

       1 s-plg-accepter.
           2 line 16 col 4 'Accepter la cha'&x'8c'&'ne du bus '&
           '(0000 = fin) : '.
           2 s-busAccepte pic 9(4) to busAccepte.

       1 a-plg-resAccepte.
           2 line 18 col 4 'Affectations mises '&x'85'&' jour : '.
           2 a-nbMaj pic zz9 from nbMisAJour.
           2 line 19 col 4 'Refus'&x'82'&'es (chauffeur non '&
           'habilit'&x'82'&') : '.
           2 a-nbRefus pic zz9 from nbRefusHab.
           2 line 20 col 4 'Refus'&x'82'&'es (zone '&x'85'&' faibles '&
           x'82'&'missions) : '.
           2 a-nbRefusZfe pic zz9 from nbRefusZfe.
           2 line 21 col 4 'Refus'&x'82'&'es (autonomie ou '&
           'recharge) : '.
           2 a-nbRefusElec pic zz9 from nbRefusElec.
           2 line 22 col 4 'Refus'&x'82'&'es ('&x'82'&'quipements '&
           'manquants) : '.
           2 a-nbRefusEquip pic zz9 from nbRefusEquip.
           2 line 23 col 4 'Refus'&x'82'&'es (bus d'&x'82'&'j'&x'85'&
           ' affect'&x'82'&') : '.
           2 a-nbRefusOccupe pic zz9 from nbRefusOccupe.

       1 a-plg-accesRefuse.
           2 line 16 col 4 'Acc'&x'88'&'s en consultation : '&
           'acceptation r'&x'82'&'serv'&x'82'&'e'.

       1 a-plg-aucun.
           2 line 7 col 4 'Aucun trajet '&x'85'&' cha'&x'8c'&'ner '&
           'ce jour-l'&x'85'.

       procedure division using operateurID-parm operateurRole-parm.
           display a-effacer
           display s-plg-date
           accept s-date

           move spaces to nomRapport
           string 'chainage-' dateSaisie '.txt'
               delimited size into nomRapport

           perform mod-chargerParametres
           perform mod-chargerBus
           perform mod-chargerAffectations
           perform mod-chargerCommandes

           if nbTrajets = 0 then
               display a-plg-aucun
               display a-plg-next
               accept s-next
               goback
           end-if

           perform mod-trierTrajets
           perform mod-proposer
           perform mod-ecrireRapport

           display a-plg-synthese
           if roleConsult-parm then
               display a-plg-accesRefuse
           else
               perform test after until busAccepte = 0
                   display s-plg-accepter
                   accept s-busAccepte
                   if busAccepte not = 0 then
                       perform mod-accepterChaine
                       display a-plg-resAccepte
                   end-if
               end-perform
           end-if
           display a-plg-next
           accept s-next
           goback.

       mod-chargerParametres.
           open input f-parametre
           if statusParam = '00' then
               move 'VITESSEHLP' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to vitesseHLP
                       end-if
               end-read
               move 'BATTEMENT' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to battement
               end-read
               close f-parametre
           end-if
       .

       *> bus en service, non immobilises ce jour, avec la ville de
       *> leur depot comme position de depart
       mod-chargerBus.
           open input f-bus
           open input f-depot
           if statusDepot = '00' then
               set depotOuvert to true
           end-if
           open input f-indispoBus
           if statusIndispoB = '00' then
               set indispoOuvert to true
           end-if
           set fin-lire to false
           read f-bus next end set fin-lire to true end-read
           perform until fin-lire
               if not busRetire and nbBusDispo < 300 then
                   perform mod-verifImmobilise
                   if not busImmobilise then
                       add 1 to nbBusDispo
                       move numero to bdNumero(nbBusDispo)
                       move nbplaces to bdPlaces(nbBusDispo)
                       move modele to bdModele(nbBusDispo)
                       move spaces to villeDepotCour
                       if depotOuvert then
                           move depotBus to numDepot
                           read f-depot
                               not invalid key
                                   move villeDepot to villeDepotCour
                           end-read
                       end-if
                       move villeDepotCour to bdVilleDepot(nbBusDispo)
                       move villeDepotCour to bdVilleCour(nbBusDispo)
                       move 0 to bdMinLibre(nbBusDispo)
                       move 'n' to bdUtilise(nbBusDispo)
                       move 0 to bdKmVide(nbBusDispo)
                   end-if
               end-if
               read f-bus next end set fin-lire to true end-read
           end-perform
           if indispoOuvert then
               close f-indispoBus
               set indispoOuvert to false
           end-if
           if depotOuvert then
               close f-depot
               set depotOuvert to false
           end-if
           close f-bus
       .

       mod-verifImmobilise.
           set busImmobilise to false
           if indispoOuvert then
               move numero to numBusIB
               start f-indispoBus key is equal numBusIB
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-indispoBus next
                       at end
                           set finVerif to true
                       not at end
                           if numBusIB not = numero then
                               set finVerif to true
                           else
                               if dateSaisie >= dateDebIndispoB
                               and (dateFinIndispoB = 0 or
                               dateSaisie <= dateFinIndispoB) then
                                   set busImmobilise to true
                                   set finVerif to true
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       *> affectations du jour : un trajet d'une journee entre dans
       *> le chainage; un trajet de plusieurs jours retient son bus
       mod-chargerAffectations.
           open input f-affectation
           open input f-circuit
           if statusCircuit = '00' then
               set circuitOuvert to true
           end-if
           move 0 to Numaffect
           start f-affectation key is not less Numaffect
               invalid key
                   set fin-lire to true
               not invalid key
                   set fin-lire to false
           end-start
           perform until fin-lire
               read f-affectation next
                   at end
                       set fin-lire to true
                   not at end
                       if not annulee
                       and numbusA not = 0
                       and dateDebAffectA <= dateSaisie
                       and (dateFinAffectA = 0
                       or dateFinAffectA >= dateSaisie) then
                           if dateDebAffectA = dateSaisie
                           and dateFinAffectA = dateSaisie then
                               perform mod-ajouterAffectation
                           else
                               perform mod-retirerBus
                           end-if
                       end-if
               end-read
           end-perform
           if circuitOuvert then
               close f-circuit
               set circuitOuvert to false
           end-if
           close f-affectation
       .

       mod-ajouterAffectation.
           if nbTrajets < 200 then
               add 1 to nbTrajets
               move 'A' to trjType(nbTrajets)
               move Numaffect to trjNum(nbTrajets)
               move numbusA to trjBusActuel(nbTrajets)
               move numchaufA to trjChauffeur(nbTrajets)
               move numCircuitA to trjCircuit(nbTrajets)
               move placesReservees to trjPlaces(nbTrajets)
               move spaces to trjModele(nbTrajets)
               move spaces to trjVilleDep(nbTrajets)
               move spaces to trjVilleArr(nbTrajets)
               if heureDebA = 0 and heureFinA = 0 then
                   move 0 to trjMinDeb(nbTrajets)
                   move 1439 to trjMinFin(nbTrajets)
               else
                   move heureDebA to heureCalc
                   perform mod-enMinutes
                   move minutesCalc to trjMinDeb(nbTrajets)
                   move heureFinA to heureCalc
                   perform mod-enMinutes
                   move minutesCalc to trjMinFin(nbTrajets)
               end-if
               if numCircuitA not = 0 and circuitOuvert then
                   move numCircuitA to numCircuit
                   read f-circuit
                       not invalid key
                           perform mod-reprendreCircuit
                   end-read
               else
                   move motifA(1:20) to trjVilleArr(nbTrajets)
               end-if
               move 0 to trjBusPropose(nbTrajets)
               move 0 to trjKmVide(nbTrajets)

               *> kilometres a vide de la situation actuelle
               call 'calculHautLePied' using numbusA numCircuitA
                   kmAllerHLP kmRetourHLP minutesHLP end-call
               add kmAllerHLP kmRetourHLP to kmVideActuel
           end-if
       .

       mod-reprendreCircuit.
           move villeDepart to trjVilleDep(nbTrajets)
           move villeArrivee to trjVilleArr(nbTrajets)
           move modeleRequisCircuit to trjModele(nbTrajets)
           if minPlacesCircuit > trjPlaces(nbTrajets) then
               move minPlacesCircuit to trjPlaces(nbTrajets)
           end-if
       .

       mod-retirerBus.
           perform varying idxBus from 1 by 1
               until idxBus > nbBusDispo
               if bdNumero(idxBus) = numbusA then
                   move 9999 to bdMinLibre(idxBus)
               end-if
           end-perform
       .

       *> commandes en attente pour la date : horaires du premier et
       *> du dernier arret du circuit, a defaut la journee entiere
       mod-chargerCommandes.
           open input f-commande
           if statusCommande = '00' then
               open input f-circuit
               if statusCircuit = '00' then
                   set circuitOuvert to true
               end-if
               open input f-arret
               if statusArret = '00' then
                   set arretOuvert to true
               end-if
               set fin-lire to false
               read f-commande next end set fin-lire to true end-read
               perform until fin-lire
                   if cmdEnAttente and dateDemandee = dateSaisie
                   and nbTrajets < 200 then
                       perform mod-ajouterCommande
                   end-if
                   read f-commande next
                   end set fin-lire to true end-read
               end-perform
               if arretOuvert then
                   close f-arret
                   set arretOuvert to false
               end-if
               if circuitOuvert then
                   close f-circuit
                   set circuitOuvert to false
               end-if
               close f-commande
           end-if
       .

       mod-ajouterCommande.
           add 1 to nbTrajets
           move 'C' to trjType(nbTrajets)
           move numCommande to trjNum(nbTrajets)
           move 0 to trjBusActuel(nbTrajets)
           move 0 to trjChauffeur(nbTrajets)
           move numCircuitCmd to trjCircuit(nbTrajets)
           move placesCmd to trjPlaces(nbTrajets)
           move spaces to trjModele(nbTrajets)
           move spaces to trjVilleDep(nbTrajets)
           move destinationCmd(1:20) to trjVilleArr(nbTrajets)
           move 0 to trjMinDeb(nbTrajets)
           move 1439 to trjMinFin(nbTrajets)
           move 0 to trjBusPropose(nbTrajets)
           move 0 to trjKmVide(nbTrajets)
           if numCircuitCmd not = 0 and circuitOuvert then
               move numCircuitCmd to numCircuit
               read f-circuit
                   not invalid key
                       perform mod-reprendreCircuit
               end-read
               perform mod-horairesArrets
               if heureDebCmd not = 0 or heureFinCmd not = 0 then
                   move heureDebCmd to heureCalc
                   perform mod-enMinutes
                   move minutesCalc to trjMinDeb(nbTrajets)
                   move heureFinCmd to heureCalc
                   perform mod-enMinutes
                   move minutesCalc to trjMinFin(nbTrajets)
               end-if
           end-if
       .

       mod-horairesArrets.
           move 0 to heureDebCmd
           move 0 to heureFinCmd
           if arretOuvert then
               move numCircuitCmd to numCircuitArr
               move 0 to seqArret
               start f-arret key is not less cleArret
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-arret next
                       at end
                           set finVerif to true
                       not at end
                           if numCircuitArr not = numCircuitCmd then
                               set finVerif to true
                           else
                               if heureDebCmd = 0 then
                                   move heureArret to heureDebCmd
                               end-if
                               move heureArret to heureFinCmd
                           end-if
                   end-read
               end-perform
           end-if
       .

       mod-enMinutes.
           compute minutesCalc =
               function integer(heureCalc / 100) * 60
               + function mod(heureCalc, 100)
       .

       *> tri a bulles par heure de depart
       mod-trierTrajets.
           perform varying idxTrj from 1 by 1
               until idxTrj >= nbTrajets
               perform varying idxTrj2 from 1 by 1
                   until idxTrj2 > nbTrajets - idxTrj
                   if trjMinDeb(idxTrj2) > trjMinDeb(idxTrj2 + 1)
                   then
                       move trajet(idxTrj2) to trajetTmp
                       move trajet(idxTrj2 + 1) to trajet(idxTrj2)
                       move trajetTmp to trajet(idxTrj2 + 1)
                   end-if
               end-perform
           end-perform
       .

       *> chaque trajet, dans l'ordre des departs, va au bus qui le
       *> rejoint a temps avec le moins de kilometres a vide; a
       *> egalite, le bus actuel de l'affectation est garde
       mod-proposer.
           open input f-distance
           if statusDistance = '00' then
               set distanceOuverte to true
           end-if
           perform varying idxTrj from 1 by 1
               until idxTrj > nbTrajets
               move 0 to meilleurBus
               move 99999 to meilleurKm
               move 'n' to meilleurActuel
               perform varying idxBus from 1 by 1
                   until idxBus > nbBusDispo
                   perform mod-evaluerBus
               end-perform
               if meilleurBus = 0 then
                   add 1 to nbNonPlaces
               else
                   move bdNumero(meilleurBus)
                       to trjBusPropose(idxTrj)
                   move meilleurKm to trjKmVide(idxTrj)
                   add meilleurKm to bdKmVide(meilleurBus)
                   move 'o' to bdUtilise(meilleurBus)
                   compute bdMinLibre(meilleurBus) =
                       trjMinFin(idxTrj) + battement
                   if trjVilleArr(idxTrj) not = spaces then
                       move trjVilleArr(idxTrj)
                           to bdVilleCour(meilleurBus)
                   end-if
               end-if
           end-perform

           *> retour a vide au depot en fin de chaine
           perform varying idxBus from 1 by 1
               until idxBus > nbBusDispo
               if bdUtilise(idxBus) = 'o' then
                   move bdVilleCour(idxBus) to villeA
                   move bdVilleDepot(idxBus) to villeB
                   perform mod-lireDistance
                   add kmTrouve to bdKmVide(idxBus)
               end-if
               add bdKmVide(idxBus) to kmVidePropose
           end-perform
           if distanceOuverte then
               close f-distance
               set distanceOuverte to false
           end-if
       .

       mod-evaluerBus.
           if bdMinLibre(idxBus) <= trjMinDeb(idxTrj)
           and bdPlaces(idxBus) >= trjPlaces(idxTrj)
           and (trjModele(idxTrj) = spaces
           or trjModele(idxTrj) = bdModele(idxBus)) then
               move bdVilleCour(idxBus) to villeA
               move trjVilleDep(idxTrj) to villeB
               perform mod-lireDistance
               *> hors du depot, une distance inconnue interdit
               *> l'enchainement
               if distanceConnue or bdUtilise(idxBus) = 'n' then
                   move kmTrouve to kmCandidat
                   compute minutesTrajet rounded =
                       kmCandidat * 60 / vitesseHLP
                   if bdUtilise(idxBus) = 'n'
                   or bdMinLibre(idxBus) + minutesTrajet
                   <= trjMinDeb(idxTrj) then
                       if kmCandidat < meilleurKm
                       or (kmCandidat = meilleurKm
                       and bdNumero(idxBus) = trjBusActuel(idxTrj))
                       then
                           move idxBus to meilleurBus
                           move kmCandidat to meilleurKm
                       end-if
                   end-if
               end-if
           end-if
       .

       *> distance villeA -> villeB (ou sens inverse); meme ville : 0
       mod-lireDistance.
           move 0 to kmTrouve
           set distanceConnue to false
           if villeA = villeB or villeA = spaces
           or villeB = spaces then
               set distanceConnue to true
           else
               if distanceOuverte then
                   move villeA to villeDepD
                   move villeB to villeArrD
                   read f-distance
                       invalid key
                           move villeB to villeDepD
                           move villeA to villeArrD
                           read f-distance
                               not invalid key
                                   move kmDistance to kmTrouve
                                   set distanceConnue to true
                           end-read
                       not invalid key
                           move kmDistance to kmTrouve
                           set distanceConnue to true
                   end-read
               end-if
           end-if
       .

       mod-ecrireRapport.
           open output f-rapport
           move ligneVide to ligneRapport
           move 'CHAINAGE DES BUS DU' to ligneRapport(1:19)
           move dateSaisie to ligneRapport(21:8)
           write ligneRapport
           move ligneVide to ligneRapport
           move 'Km a vide actuels :' to ligneRapport(1:19)
           move kmVideActuel to ligneRapport(21:7)
           move 'proposes :' to ligneRapport(30:10)
           move kmVidePropose to ligneRapport(41:7)
           write ligneRapport
           move ligneVide to ligneRapport
           write ligneRapport

           perform varying idxBus from 1 by 1
               until idxBus > nbBusDispo
               if bdUtilise(idxBus) = 'o' then
                   perform mod-ecrireChaine
               end-if
           end-perform

           if nbNonPlaces > 0 then
               move ligneVide to ligneRapport
               move 'TRAJETS SANS BUS POSSIBLE' to ligneRapport(1:25)
               write ligneRapport
               perform varying idxTrj from 1 by 1
                   until idxTrj > nbTrajets
                   if trjBusPropose(idxTrj) = 0 then
                       perform mod-ecrireTrajet
                   end-if
               end-perform
           end-if
           close f-rapport
       .

       mod-ecrireChaine.
           move ligneVide to ligneRapport
           move 'Bus' to ligneRapport(1:3)
           move bdNumero(idxBus) to ligneRapport(5:4)
           move bdModele(idxBus) to ligneRapport(10:20)
           move 'depot' to ligneRapport(31:5)
           move bdVilleDepot(idxBus) to ligneRapport(37:20)
           move 'km a vide' to ligneRapport(58:9)
           move bdKmVide(idxBus) to kmEdite
           move kmEdite to ligneRapport(68:5)
           write ligneRapport
           perform varying idxTrj from 1 by 1
               until idxTrj > nbTrajets
               if trjBusPropose(idxTrj) = bdNumero(idxBus) then
                   perform mod-ecrireTrajet
               end-if
           end-perform
           move ligneVide to ligneRapport
           write ligneRapport
       .

       mod-ecrireTrajet.
           move ligneVide to ligneRapport
           if trjType(idxTrj) = 'A' then
               move 'affect.' to ligneRapport(3:7)
           else
               move 'commande' to ligneRapport(3:8)
           end-if
           move trjNum(idxTrj) to ligneRapport(12:6)
           compute heureCalc =
               function integer(trjMinDeb(idxTrj) / 60) * 100
               + function mod(trjMinDeb(idxTrj), 60)
           move heureCalc to heureEdite
           move heureEdite to ligneRapport(19:5)
           compute heureCalc =
               function integer(trjMinFin(idxTrj) / 60) * 100
               + function mod(trjMinFin(idxTrj), 60)
           move heureCalc to heureEdite
           move heureEdite to ligneRapport(25:5)
           move trjVilleDep(idxTrj)(1:15) to ligneRapport(31:15)
           move '>' to ligneRapport(47:1)
           move trjVilleArr(idxTrj)(1:15) to ligneRapport(49:15)
           move 'vide' to ligneRapport(65:4)
           move trjKmVide(idxTrj) to kmEdite
           move kmEdite to ligneRapport(70:5)
           if trjType(idxTrj) = 'A' then
               if trjBusActuel(idxTrj) not = trjBusPropose(idxTrj)
               then
                   move 'ex bus' to ligneRapport(76:6)
                   move trjBusActuel(idxTrj) to ligneRapport(83:4)
               end-if
           else
               move 'a servir' to ligneRapport(76:8)
           end-if
           write ligneRapport
       .

       *> acceptation de la chaine d'un bus : chaque affectation de
       *> la chaine prend ce bus si elle passe les controles de
       *> l'affectation manuelle; un refus est compte par motif et
       *> l'affectation garde son bus
       mod-accepterChaine.
           move 0 to nbMisAJour
           move 0 to nbRefusHab
           move 0 to nbRefusZfe
           move 0 to nbRefusElec
           move 0 to nbRefusEquip
           move 0 to nbRefusOccupe
           move spaces to modeleAffecte
           perform varying idxBus from 1 by 1
               until idxBus > nbBusDispo
               if bdNumero(idxBus) = busAccepte then
                   move bdModele(idxBus) to modeleAffecte
               end-if
           end-perform

           open i-o f-affectation
           if statusMaj = '00' then
               perform varying idxTrj from 1 by 1
                   until idxTrj > nbTrajets
                   if trjType(idxTrj) = 'A'
                   and trjBusPropose(idxTrj) = busAccepte
                   and trjBusActuel(idxTrj) not = busAccepte then
                       perform mod-reaffecterBus
                   end-if
               end-perform
               close f-affectation
           end-if
       .

       mod-reaffecterBus.
           move trjNum(idxTrj) to Numaffect
           read f-affectation
               invalid key
                   exit paragraph
           end-read
           move Numaffect to numAffectVerif
           move numchaufA to chauffeurVerif
           move numchauf2A to chauffeur2Verif
           move numCircuitA to circuitVerif
           move numClientA to clientVerif
           move dateDebAffectA to dateDebVerif
           move dateFinAffectA to dateFinVerif
           move heureDebA to heureDebVerif
           move heureFinA to heureFinVerif

           *> chauffeur et second chauffeur habilites sur le modele
           perform mod-verifHabilitation
           if habilitationOk and chauffeur2Verif not = 0 then
               move chauffeur2Verif to chauffeurVerif
               perform mod-verifHabilitation
           end-if
           if not habilitationOk then
               add 1 to nbRefusHab
               exit paragraph
           end-if

           if circuitVerif not = 0 then
               move dateDebVerif to dateRefZfe
               if dateFinVerif > dateDebVerif then
                   move dateFinVerif to dateRefZfe
               end-if
               call 'verifZFE' using busAccepte circuitVerif
                   dateRefZfe modeZfe villeZfe classeMinZfe
                   dateEffetZfe classeBusZfe
               end-call
               if villeZfe not = spaces then
                   add 1 to nbRefusZfe
                   exit paragraph
               end-if
           end-if

           call 'verifBusElectrique' using busAccepte circuitVerif
               dateDebVerif heureDebVerif dateFinVerif heureFinVerif
               retourElec kmRequisElec autonomieElec borneElec
           end-call
           if autonomieInsuffisante or busEnRecharge then
               add 1 to nbRefusElec
               exit paragraph
           end-if

           if clientVerif not = 0 then
               perform mod-verifEquipement
               if equipManquants not = spaces then
                   add 1 to nbRefusEquip
                   exit paragraph
               end-if
           end-if

           perform mod-verifBusLibre
           if not busLibre then
               add 1 to nbRefusOccupe
               exit paragraph
           end-if

           *> la recherche par bus a deplace l'enregistrement courant
           move numAffectVerif to Numaffect
           read f-affectation
               not invalid key
                   move spaces to jrnAvant
                   move Affectation to jrnAvant(1:134)
                   move busAccepte to numbusA
                   rewrite Affectation
                       not invalid key
                           add 1 to nbMisAJour
                           move busAccepte to trjBusActuel(idxTrj)
                           perform mod-journaliserMaj
                           perform mod-ecrireAudit
                   end-rewrite
           end-read
       .

       mod-verifHabilitation.
           set habilitationOk to true
           open input f-habilitation
           if statusHab = '00' then
               set habilitationOk to false
               move chauffeurVerif to numChaufH
               start f-habilitation key is equal numChaufH
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-habilitation next
                       at end
                           set finVerif to true
                       not at end
                           if numChaufH not = chauffeurVerif then
                               set finVerif to true
                           else
                               if modeleH = modeleAffecte then
                                   set habilitationOk to true
                                   set finVerif to true
                               end-if
                           end-if
                   end-read
               end-perform
               close f-habilitation
           end-if
       .

       *> une commande en attente du client pour ce jour (et ce
       *> circuit) fixe les equipements exiges du bus
       mod-verifEquipement.
           move spaces to equipManquants
           move 0 to commandeLiee
           open input f-commande
           if statusCommande = '00' then
               set finVerif to false
               move 0 to numCommande
               start f-commande key is not less numCommande
                   invalid key
                       set finVerif to true
               end-start
               perform until finVerif
                   read f-commande next
                       at end
                           set finVerif to true
                       not at end
                           if cmdEnAttente
                           and numClientCmd = clientVerif
                           and dateDemandee = dateDebVerif
                           and (numCircuitCmd = circuitVerif
                           or circuitVerif = 0) then
                               move numCommande to commandeLiee
                               set finVerif to true
                           end-if
                   end-read
               end-perform
               close f-commande
           end-if

           if commandeLiee not = 0 then
               call 'verifEquipement' using busAccepte typePieceExig
                   commandeLiee equipManquants
               end-call
           end-if
       .

       *> le bus ne doit pas deja rouler pour une autre affectation
       *> sur la periode et l'horaire du trajet
       mod-verifBusLibre.
           set busLibre to true
           move busAccepte to numbusA
           start f-affectation key is equal numbusA
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start

           perform until finVerif
               read f-affectation next
                   at end
                       set finVerif to true
                   not at end
                       if numbusA not = busAccepte then
                           set finVerif to true
                       else
                           if Numaffect not = numAffectVerif
                           and not annulee
                           and (dateFinAffectA = 0 or
                           dateDebVerif <= dateFinAffectA)
                           and (dateFinVerif = 0 or
                           dateFinVerif >= dateDebAffectA) then
                               perform mod-verifHeures
                               if heuresChevauchent then
                                   set busLibre to false
                                   set finVerif to true
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-verifHeures.
           if heureDebA = 0 and heureFinA = 0 then
               move 0 to heureDebAutre
               move 2359 to heureFinAutre
           else
               move heureDebA to heureDebAutre
               move heureFinA to heureFinAutre
           end-if
           if heureDebVerif = 0 and heureFinVerif = 0 then
               set heuresChevauchent to true
           else
               if heureDebVerif <= heureFinAutre
               and heureDebAutre <= heureFinVerif then
                   set heuresChevauchent to true
               else
                   set heuresChevauchent to false
               end-if
           end-if
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'MODIF' to ligneAudit(18:5)
           move 'AFFECTATION' to ligneAudit(25:11)
           move Numaffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'chainage bus' to ligneAudit(54:12)
           move busAccepte to ligneAudit(67:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
       mod-journaliserMaj.
           move 'AFFECTATION' to jrnFichier
           move 'R' to jrnOperation
           move spaces to jrnApres
           move Affectation to jrnApres(1:134)
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call
       .

       end program chainageBus.
