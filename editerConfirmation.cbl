       program-id. editerConfirmation.

       *> confirmation de reservation envoyee au client pour
       *> l'affectation numAffect-parm : date, horaires, prise en
       *> charge et destination, arrets du circuit, programme de
       *> l'itineraire en etapes, capacite et equipements du bus,
       *> prenom et telephone du conducteur a l'approche du depart
       *> (DELAICHAUF jours, 2 par defaut) et prix convenu.
       *> Chaque envoi est une nouvelle version conf-NNNNNN-VV.txt,
       *> cataloguee dans editions.log (preuve de ce qui a ete
       *> envoye); Confirmation.dat garde la derniere version et si
       *> le conducteur y figurait. Modes d'appel :
       *>   'E' emission (creation ou modification du trajet);
       *>   'C' rappel conducteur : seulement si une confirmation
       *>       sans conducteur existe et que le depart approche;
       *>   'N' seulement si aucune confirmation n'a ete envoyee.
       *> Seules les affectations d'un client, non annulees, sont
       *> confirmees (les relais de panne le sont avec le trajet
       *> d'origine); emise-parm rend 'O' si un document est sorti.

       file-control.
           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-confirmation assign 'Confirmation.dat'
           organization indexed access dynamic
           record key numAffectCf
           file status is statusConf.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

           select f-circuit assign 'Circuit.dat' organization
           indexed
           access dynamic record key numCircuit
           file status is statusCircuit.

           select f-arret assign 'Arret.dat' organization
           indexed
           access dynamic record key cleArret
           file status is statusArret.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-equipBus assign 'EquipementBus.dat'
           organization indexed access dynamic
           record key numBusEq
           file status is statusEquip.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed
           access dynamic record key numchaufN
           file status is statusChauf.

           select f-relais assign 'RelaisBus.dat'
           organization indexed access dynamic
           record key numRelais
           alternate record key numAffectOrig duplicates
           alternate record key numAffectRelais duplicates
           file status is statusRelais.

           select f-itineraire assign 'Itineraire.dat'
           organization indexed access dynamic
           record key cleItin
           file status is statusItin.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           select f-rapport assign nomRapport organization line
           sequential.

           select f-editions assign 'editions.log' organization line
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

       fd f-confirmation.
       1 Confirmation.
           2 numAffectCf pic 9(6).
           2 nbVersionsCf pic 9(2).
           2 dateEnvoiCf pic 9(8).
           2 heureEnvoiCf pic 9(6).
           2 chaufCommuniqueCf pic x(01).
               88 chauffeurCommunique value 'O'.

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

       fd f-arret.
       1 Arret.
           2 cleArret.
               3 numCircuitArr pic 9(4).
               3 seqArret pic 9(2).
           2 nomArret pic x(30).
           2 heureArret pic 9(4).

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

       fd f-equipBus.
       1 EquipementBus.
           2 numBusEq pic 9(4).
           2 equipementsEq.
               3 elevateurEq pic x(01).
               3 toilettesEq pic x(01).
               3 frigoEq pic x(01).
               3 wifiEq pic x(01).
               3 attelageEq pic x(01).
               3 ceinturesEq pic x(01).
           2 classeEuroEq pic x(01).
           2 autonomieEq pic 9(4).

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

       fd f-relais.
       1 RelaisBus.
           2 numRelais pic 9(4).
           2 numAffectOrig pic 9(6).
           2 numAffectRelais pic 9(6).
           2 numIncidentRel pic 9(4).
           2 dateRelais pic 9(8).
           2 kmOrig pic 9(5).
           2 kmRelais pic 9(5).

       fd f-itineraire.
       1 Itineraire.
           2 cleItin.
               3 typePieceIt pic x(01).
               3 numPieceIt pic 9(6).
               3 seqEtape pic 9(2).
           2 dateEtape pic 9(8).
           2 lieuDepEt pic x(20).
           2 heureDepEt pic 9(4).
           2 lieuArrEt pic x(20).
           2 heureArrEt pic 9(4).
           2 kmEtape pic 9(5).
           2 noteEtape pic x(40).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusAffect pic xx.
       1 statusConf pic xx.
       1 statusClient pic xx.
       1 statusCircuit pic xx.
       1 statusArret pic xx.
       1 statusBus pic xx.
       1 statusEquip pic xx.
       1 statusChauf pic xx.
       1 statusRelais pic xx.
       1 statusItin pic xx.
       1 statusParam pic xx.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 dateJour pic 9(8).
       1 heureJour pic 9(6).
       1 nbLignes pic 9(6) value 0.
       1 affectationConf pic x(134).
       1 versionConf pic 9(2).
       1 versionPrec pic 9(2).
       1 dateEnvoiPrec pic 9(8).

       *> le conducteur est communique a DELAICHAUF jours du depart
       1 delaiChauffeur pic 9(3) value 2.
       1 joursAvantDepart pic s9(6).

       1 montantEdite pic zzzzzz9.99.
       1 placesEdite pic zz9.
       1 colEquip pic 9(2).
       1 idxEquip pic 9(2).
       1 libellesEquip.
           2 pic x(14) value 'elevateur PMR'.
           2 pic x(14) value 'toilettes'.
           2 pic x(14) value 'refrigerateur'.
           2 pic x(14) value 'wifi'.
           2 pic x(14) value 'attelage'.
           2 pic x(14) value 'ceintures'.
       1 tabLibellesEquip redefines libellesEquip.
           2 libelleEquip pic x(14) occurs 6.

       *> programme jour par jour de l'itineraire en etapes
       1 typeAffect pic x(01) value 'A'.
       1 sansBorne pic 9(8) value 0.
       1 nbEtapes pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).
       1 jourPrecedent pic 9(8).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 confExiste value 'o' false 'n'.

       1 pic x value 'n'.
       88 chauffeurAnnonce value 'o' false 'n'.

       1 pic x value 'n'.
       88 circuitTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 equipementTrouve value 'o' false 'n'.

       linkage section.
       1 numAffect-parm pic 9(6).
       1 modeConf-parm pic x(01).
       1 emise-parm pic x(01).

       procedure division using numAffect-parm modeConf-parm
           emise-parm.
           move 'N' to emise-parm
           move 0 to nbLignes
           accept dateJour from date yyyymmdd
           accept heureJour from time

           open input f-affectation
           if statusAffect not = '00' then
               goback
           end-if
           move numAffect-parm to Numaffect
           read f-affectation
               invalid key
                   close f-affectation
                   goback
           end-read
           close f-affectation
           if annulee or numClientA = 0 then
               goback
           end-if

           *> un relais pose apres une panne figure sur la
           *> confirmation du trajet d'origine
           open input f-relais
           if statusRelais = '00' then
               move Numaffect to numAffectRelais
               read f-relais key is numAffectRelais
                   not invalid key
                       close f-relais
                       goback
               end-read
               close f-relais
           end-if

           perform mod-chargerDelai
           set chauffeurAnnonce to false
           if numchaufA not = 0 and numSousTraitantA = 0 then
               compute joursAvantDepart =
                   function integer-of-date(dateDebAffectA)
                   - function integer-of-date(dateJour)
               if joursAvantDepart <= delaiChauffeur then
                   set chauffeurAnnonce to true
               end-if
           end-if

           open i-o f-confirmation
           if statusConf = '35' then
               open output f-confirmation
               close f-confirmation
               open i-o f-confirmation
           end-if
           if statusConf not = '00' then
               goback
           end-if
           move Numaffect to numAffectCf
           read f-confirmation
               invalid key
                   set confExiste to false
                   move 0 to nbVersionsCf dateEnvoiCf
               not invalid key
                   set confExiste to true
           end-read

           *> rappel conducteur ou rattrapage : rien a envoyer ?
           if (modeConf-parm = 'C' and (not confExiste
           or chauffeurCommunique or not chauffeurAnnonce))
           or (modeConf-parm = 'N' and confExiste)
           or nbVersionsCf = 99 then
               close f-confirmation
               goback
           end-if

           move nbVersionsCf to versionPrec
           move dateEnvoiCf to dateEnvoiPrec
           compute versionConf = nbVersionsCf + 1
           perform mod-editer

           move versionConf to nbVersionsCf
           move dateJour to dateEnvoiCf
           move heureJour to heureEnvoiCf
           if chauffeurAnnonce then
               move 'O' to chaufCommuniqueCf
           else
               move 'N' to chaufCommuniqueCf
           end-if
           if confExiste then
               rewrite Confirmation end-rewrite
           else
               write Confirmation end-write
           end-if
           close f-confirmation

           *> catalogue des editions
           open extend f-editions
           move nomRapport to nomEdition
           move dateJour to dateEdition
           move heureJour to heureEdition
           move nbLignes to nbLignesEdition
           write ligneEdition
           close f-editions
           move 'O' to emise-parm
           goback.

       mod-chargerDelai.
           open input f-parametre
           if statusParam = '00' then
               move 'DELAICHAUF' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to delaiChauffeur
               end-read
               close f-parametre
           end-if
       .

       mod-editer.
           move spaces to nomRapport
           string 'conf-' Numaffect '-' versionConf '.txt'
               delimited size into nomRapport
           open output f-rapport

           move ligneVide to ligne
           if versionPrec = 0 then
               move 'CONFIRMATION DE RESERVATION' to ligne(1:27)
           else
               move 'CONFIRMATION DE RESERVATION REVISEE'
                   to ligne(1:35)
           end-if
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Reference :' to ligne(1:11)
           move Numaffect to ligne(13:6)
           move 'version' to ligne(21:7)
           move versionConf to ligne(29:2)
           move 'du' to ligne(32:2)
           perform mod-editerDateJour
           perform mod-ecrireLigne
           if versionPrec > 0 then
               move ligneVide to ligne
               move 'Annule et remplace la version' to ligne(1:29)
               move versionPrec to ligne(31:2)
               move 'du' to ligne(34:2)
               move dateEnvoiPrec(7:2) to ligne(37:2)
               move '/' to ligne(39:1)
               move dateEnvoiPrec(5:2) to ligne(40:2)
               move '/' to ligne(42:1)
               move dateEnvoiPrec(1:4) to ligne(43:4)
               perform mod-ecrireLigne
           end-if
           move ligneVide to ligne
           perform mod-ecrireLigne

           perform mod-ecrireClient
           perform mod-ecrireTrajet
           perform mod-ecrireArrets
           perform mod-ecrireProgramme
           perform mod-ecrireVehicule
           perform mod-ecrireConducteur

           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Prix convenu :' to ligne(1:14)
           move montantTarifA to montantEdite
           move montantEdite to ligne(16:10)
           move 'EUR' to ligne(27:3)
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Toute modification du trajet donnera lieu a une'
               to ligne(1:48)
           move ' confirmation revisee.' to ligne(49:22)
           perform mod-ecrireLigne
           close f-rapport
       .

       mod-editerDateJour.
           move dateJour(7:2) to ligne(35:2)
           move '/' to ligne(37:1)
           move dateJour(5:2) to ligne(38:2)
           move '/' to ligne(40:1)
           move dateJour(1:4) to ligne(41:4)
       .

       mod-ecrireClient.
           open input f-client
           if statusClient not = '00' then
               exit paragraph
           end-if
           move numClientA to numClient
           read f-client
               invalid key
                   move spaces to nomClient contactClient
                       adresseClient
           end-read
           close f-client
           move ligneVide to ligne
           move 'Client    :' to ligne(1:11)
           move nomClient to ligne(13:30)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'A l''attention de' to ligne(1:16)
           move contactClient to ligne(18:30)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move adresseClient to ligne(13:40)
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne
       .

       *> date, horaires, prise en charge et destination
       mod-ecrireTrajet.
           move ligneVide to ligne
           move 'Date      :' to ligne(1:11)
           move dateDebAffectA(7:2) to ligne(13:2)
           move '/' to ligne(15:1)
           move dateDebAffectA(5:2) to ligne(16:2)
           move '/' to ligne(18:1)
           move dateDebAffectA(1:4) to ligne(19:4)
           if dateFinAffectA not = 0
           and dateFinAffectA not = dateDebAffectA then
               move 'au' to ligne(24:2)
               move dateFinAffectA(7:2) to ligne(27:2)
               move '/' to ligne(29:1)
               move dateFinAffectA(5:2) to ligne(30:2)
               move '/' to ligne(32:1)
               move dateFinAffectA(1:4) to ligne(33:4)
           end-if
           perform mod-ecrireLigne

           move ligneVide to ligne
           move 'Horaires  :' to ligne(1:11)
           if heureDebA = 0 and heureFinA = 0 then
               move 'communiques ulterieurement' to ligne(13:26)
           else
               move 'depart' to ligne(13:6)
               move heureDebA(1:2) to ligne(20:2)
               move 'h' to ligne(22:1)
               move heureDebA(3:2) to ligne(23:2)
               if heureFinA not = 0 then
                   move 'retour' to ligne(27:6)
                   move heureFinA(1:2) to ligne(34:2)
                   move 'h' to ligne(36:1)
                   move heureFinA(3:2) to ligne(37:2)
               end-if
           end-if
           perform mod-ecrireLigne

           set circuitTrouve to false
           if numCircuitA not = 0 then
               open input f-circuit
               if statusCircuit = '00' then
                   move numCircuitA to numCircuit
                   read f-circuit
                       not invalid key
                           set circuitTrouve to true
                   end-read
                   close f-circuit
               end-if
           end-if
           move ligneVide to ligne
           move 'Prise en charge :' to ligne(1:17)
           if circuitTrouve then
               move villeDepart to ligne(19:20)
               move 'Destination :' to ligne(40:13)
               move villeArrivee to ligne(54:20)
           else
               move 'Destination :' to ligne(40:13)
               move motifA(1:26) to ligne(54:26)
           end-if
           perform mod-ecrireLigne
           if circuitTrouve then
               move ligneVide to ligne
               move 'Circuit   :' to ligne(1:11)
               move nomCircuit to ligne(13:30)
               perform mod-ecrireLigne
           end-if
       .

       *> arrets du circuit, dans l'ordre, avec l'heure de passage
       mod-ecrireArrets.
           if not circuitTrouve then
               exit paragraph
           end-if
           open input f-arret
           if statusArret not = '00' then
               exit paragraph
           end-if
           move numCircuitA to numCircuitArr
           move 0 to seqArret
           set fin-lire to false
           start f-arret key is not less cleArret
               invalid key set fin-lire to true
           end-start
           if not fin-lire then
               move ligneVide to ligne
               perform mod-ecrireLigne
               move ligneVide to ligne
               move 'ARRETS' to ligne(1:6)
               perform mod-ecrireLigne
           end-if
           perform until fin-lire
               read f-arret next
                   at end
                       set fin-lire to true
                   not at end
                       if numCircuitArr not = numCircuitA then
                           set fin-lire to true
                       else
                           move ligneVide to ligne
                           move seqArret to ligne(3:2)
                           if heureArret of Arret not = 0 then
                               move heureArret of Arret(1:2)
                                   to ligne(7:2)
                               move 'h' to ligne(9:1)
                               move heureArret of Arret(3:2)
                                   to ligne(10:2)
                           end-if
                           move nomArret to ligne(14:30)
                           perform mod-ecrireLigne
                       end-if
               end-read
           end-perform
           close f-arret
       .

       *> itineraire en etapes : un titre par jour, puis les etapes
       mod-ecrireProgramme.
           call 'calculItineraire' using typeAffect Numaffect
               sansBorne sansBorne nbEtapes kmItin minutesItin
               nuitsItin end-call
           if nbEtapes = 0 then
               exit paragraph
           end-if
           open input f-itineraire
           if statusItin not = '00' then
               exit paragraph
           end-if
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'PROGRAMME' to ligne(1:9)
           perform mod-ecrireLigne
           move 0 to jourPrecedent
           move typeAffect to typePieceIt
           move Numaffect to numPieceIt
           move 0 to seqEtape
           set fin-lire to false
           start f-itineraire key is not less cleItin
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-itineraire next
                   at end
                       set fin-lire to true
                   not at end
                       if typePieceIt not = typeAffect
                       or numPieceIt not = Numaffect then
                           set fin-lire to true
                       else
                           perform mod-ecrireEtape
                       end-if
               end-read
           end-perform
           close f-itineraire
       .

       mod-ecrireEtape.
           if dateEtape not = jourPrecedent then
               move ligneVide to ligne
               move 'Le' to ligne(1:2)
               move dateEtape(7:2) to ligne(4:2)
               move '/' to ligne(6:1)
               move dateEtape(5:2) to ligne(7:2)
               move '/' to ligne(9:1)
               move dateEtape(1:4) to ligne(10:4)
               perform mod-ecrireLigne
               move dateEtape to jourPrecedent
           end-if
           move ligneVide to ligne
           move heureDepEt(1:2) to ligne(3:2)
           move 'h' to ligne(5:1)
           move heureDepEt(3:2) to ligne(6:2)
           move lieuDepEt to ligne(9:20)
           move '->' to ligne(30:2)
           move heureArrEt of Itineraire(1:2) to ligne(33:2)
           move 'h' to ligne(35:1)
           move heureArrEt of Itineraire(3:2) to ligne(36:2)
           move lieuArrEt to ligne(39:20)
           perform mod-ecrireLigne
           if noteEtape not = spaces then
               move ligneVide to ligne
               move noteEtape to ligne(9:40)
               perform mod-ecrireLigne
           end-if
       .

       *> capacite et equipements du bus, et bus de relais pose
       *> apres une panne (remplacerBus)
       mod-ecrireVehicule.
           move ligneVide to ligne
           perform mod-ecrireLigne
           if numSousTraitantA not = 0 or numbusA = 0 then
               move ligneVide to ligne
               move 'Vehicule  : communique ulterieurement'
                   to ligne(1:37)
               perform mod-ecrireLigne
               exit paragraph
           end-if
           perform mod-ecrireBus

           open input f-relais
           if statusRelais not = '00' then
               exit paragraph
           end-if
           move Numaffect to numAffectOrig
           set fin-lire to false
           start f-relais key is equal numAffectOrig
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-relais next
                   at end
                       set fin-lire to true
                   not at end
                       if numAffectOrig not = Numaffect then
                           set fin-lire to true
                       else
                           perform mod-ecrireRelais
                       end-if
               end-read
           end-perform
           close f-relais
       .

       mod-ecrireRelais.
           move ligneVide to ligne
           move 'Relais    : a partir du' to ligne(1:23)
           move dateRelais(7:2) to ligne(25:2)
           move '/' to ligne(27:1)
           move dateRelais(5:2) to ligne(28:2)
           move '/' to ligne(30:1)
           move dateRelais(1:4) to ligne(31:4)
           move ', vehicule de remplacement' to ligne(35:26)
           perform mod-ecrireLigne
           move Affectation to affectationConf
           move numAffectRelais to Numaffect
           open input f-affectation
           if statusAffect = '00' then
               read f-affectation
                   not invalid key
                       perform mod-ecrireBus
               end-read
               close f-affectation
           end-if
           move affectationConf to Affectation
       .

       mod-ecrireBus.
           open input f-bus
           if statusBus not = '00' then
               exit paragraph
           end-if
           move numbusA to numero
           read f-bus
               invalid key
                   move 0 to nbplaces
                   move spaces to marque modele
           end-read
           close f-bus
           move ligneVide to ligne
           move 'Vehicule  :' to ligne(1:11)
           move marque to ligne(13:20)
           move modele to ligne(34:20)
           move nbplaces to placesEdite
           move placesEdite to ligne(55:3)
           move 'places' to ligne(59:6)
           perform mod-ecrireLigne

           set equipementTrouve to false
           open input f-equipBus
           if statusEquip = '00' then
               move numbusA to numBusEq
               read f-equipBus
                   not invalid key
                       set equipementTrouve to true
               end-read
               close f-equipBus
           end-if
           if equipementTrouve and equipementsEq not = 'NNNNNN' then
               move ligneVide to ligne
               move 'Equipement:' to ligne(1:11)
               move 13 to colEquip
               perform varying idxEquip from 1 by 1
                   until idxEquip > 6
                   if equipementsEq(idxEquip:1) = 'O' then
                       if colEquip > 65 then
                           perform mod-ecrireLigne
                           move ligneVide to ligne
                           move 13 to colEquip
                       end-if
                       move libelleEquip(idxEquip)
                           to ligne(colEquip:14)
                       add 15 to colEquip
                   end-if
               end-perform
               perform mod-ecrireLigne
           end-if
       .

       *> prenom et telephone du conducteur a l'approche du depart
       mod-ecrireConducteur.
           move ligneVide to ligne
           move 'Conducteur:' to ligne(1:11)
           if chauffeurAnnonce then
               move spaces to prenomN telephoneN
               open input f-chaufNouv
               if statusChauf = '00' then
                   move numchaufA to numchaufN
                   read f-chaufNouv
                       invalid key
                           move spaces to prenomN telephoneN
                   end-read
                   close f-chaufNouv
               end-if
               move prenomN to ligne(13:30)
               move 'tel.' to ligne(44:4)
               move telephoneN to ligne(49:15)
           else
               move 'prenom et telephone communiques' to ligne(13:31)
               move delaiChauffeur to ligne(45:3)
               move 'jour(s) avant le depart' to ligne(49:23)
           end-if
           perform mod-ecrireLigne
       .

       mod-ecrireLigne.
           write rapport
           add 1 to nbLignes
       .

       end program editerConfirmation.
