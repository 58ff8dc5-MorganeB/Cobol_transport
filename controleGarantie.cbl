       program-id. controleGarantie.

       *> controle de garantie d'un incident clos avec un cout de
       *> reparation, appele par suiviIncident :
       *>   - le bus est couvert si la date de l'incident ne depasse
       *>     pas sa fin de garantie constructeur (GarantieBus.dat)
       *>     et, s'il y a une limite, si son kilometrage actuel ne la
       *>     depasse pas;
       *>   - sinon une piece sortie sur l'incident est couverte si la
       *>     meme reference avait ete posee sur le meme bus (sortie
       *>     sur un incident anterieur) depuis moins que sa duree de
       *>     garantie en mois.
       *> Une reclamation de garantie est alors ouverte (statut 'S',
       *> montant demande = cout de reparation) sauf s'il en existe
       *> deja une pour l'incident.
       *> retour-parm : 'B' bus couvert, 'P' piece couverte (ref dans
       *> refPiece-parm), 'D' reclamation deja ouverte, blanc sinon.

       file-control.
           select f-incident assign 'Incident.dat' organization
           indexed access dynamic
           record key numIncident
           alternate record key numBusI duplicates
           file status is statusFIncident.

           select f-garantieBus assign 'GarantieBus.dat'
           organization indexed access dynamic
           record key numBusGar
           file status is statusGarantieBus.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-piece assign 'Piece.dat'
           organization indexed access dynamic
           record key refPiece
           file status is statusPiece.

           select f-mouvement assign 'MouvementPiece.dat'
           organization indexed access dynamic
           record key numMouvement
           alternate record key refPieceM duplicates
           file status is statusMouvement.

           select f-reclamG assign 'ReclamGarantie.dat'
           organization indexed access dynamic
           record key numReclamG
           alternate record key numIncidentRG duplicates
           file status is statusReclamG.

       file section.
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

       fd f-garantieBus.
       1 GarantieBus.
           2 numBusGar pic 9(4).
           2 constructeurGar pic x(30).
           2 dateFinGarBus pic 9(8).
           2 kmLimiteGarBus pic 9(7).

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

       fd f-piece.
       1 Piece.
           2 refPiece pic x(10).
           2 designationPiece pic x(30).
           2 qteStock pic 9(5).
           2 coutUnitaire pic 9(5)v99.
           2 seuilReappro pic 9(5).
           2 fournisseurPiece pic 9(4).
           2 garantiePiece pic 9(3).

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

       working-storage section.
       1 statusFIncident pic xx.
       1 statusGarantieBus pic xx.
       1 statusBus pic xx.
       1 statusPiece pic xx.
       1 statusMouvement pic xx.
       1 statusReclamG pic xx.

       1 busIncident pic 9(4).
       1 dateIncidentCtl pic 9(8).
       1 coutIncident pic 9(6)v99.
       1 dateJour pic 9(8).
       1 newReclamG pic 9(6).

       *> fin de garantie d'une pose : date de sortie + n mois (jour
       *> conserve, la comparaison se fait sur AAAAMMJJ)
       1 moisTotal pic 9(7).
       1 dateFinPose.
           2 anneeFinPose pic 9(4).
           2 moisFinPose pic 9(2).
           2 jourFinPose pic 9(2).
       1 dateFinPoseNum redefines dateFinPose pic 9(8).
       1 datePose pic 9(8).
       1 datePoseDec redefines datePose.
           2 anneePose pic 9(4).
           2 moisPose pic 9(2).
           2 jourPose pic 9(2).

       *> references sorties sur l'incident controle
       1 nbRefs pic 9(2) value 0.
       1 idxRef pic 9(2).
       1 tabRefs.
           2 tabRef pic x(10) occurs 50 times.
       1 garantieRef pic 9(3).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 fin-ref value 'o' false 'n'.

       1 pic x value 'n'.
       88 incidentLu value 'o' false 'n'.

       1 pic x value 'n'.
       88 reclamExiste value 'o' false 'n'.

       linkage section.
       1 incident-parm pic 9(4).
       1 operateur-parm pic x(10).
       1 retour-parm pic x(01).
       1 refPiece-parm pic x(10).

       procedure division using incident-parm operateur-parm
           retour-parm refPiece-parm.
           move space to retour-parm
           move spaces to refPiece-parm
           move 0 to nbRefs
           accept dateJour from date yyyymmdd

           set incidentLu to false
           open input f-incident
           if statusFIncident not = '00' then
               goback
           end-if
           move incident-parm to numIncident
           read f-incident
               not invalid key
                   set incidentLu to true
                   move numBusI to busIncident
                   move dateIncident to dateIncidentCtl
                   move coutReparation to coutIncident
           end-read
           if not incidentLu or coutIncident = 0 then
               close f-incident
               goback
           end-if

           perform mod-controlerBus
           if retour-parm = space then
               perform mod-controlerPieces
           end-if
           close f-incident

           if retour-parm not = space then
               perform mod-ouvrirReclamation
           end-if
           goback.

       mod-controlerBus.
           open input f-garantieBus
           if statusGarantieBus = '00' then
               move busIncident to numBusGar
               read f-garantieBus
                   not invalid key
                       if dateIncidentCtl <= dateFinGarBus then
                           move 'B' to retour-parm
                           if kmLimiteGarBus > 0 then
                               perform mod-controlerKm
                           end-if
                       end-if
               end-read
               close f-garantieBus
           end-if
       .

       *> le kilometrage au moment de l'incident n'est pas garde : le
       *> compteur actuel du bus sert de reference
       mod-controlerKm.
           open input f-bus
           if statusBus = '00' then
               move busIncident to numero
               read f-bus
                   not invalid key
                       if kilom > kmLimiteGarBus then
                           move space to retour-parm
                       end-if
               end-read
               close f-bus
           end-if
       .

       mod-controlerPieces.
           open input f-mouvement
           if statusMouvement not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-mouvement next
           end set fin-lire to true end-read
           perform until fin-lire
               if mouvementSortie and numIncidentM = incident-parm
               and nbRefs < 50 then
                   add 1 to nbRefs
                   move refPieceM to tabRef(nbRefs)
               end-if
               read f-mouvement next
               end set fin-lire to true end-read
           end-perform

           open input f-piece
           if statusPiece = '00' then
               perform varying idxRef from 1 by 1
                   until idxRef > nbRefs or retour-parm not = space
                   move tabRef(idxRef) to refPiece
                   move 0 to garantieRef
                   read f-piece
                       not invalid key
                           move garantiePiece to garantieRef
                   end-read
                   if garantieRef > 0 then
                       perform mod-chercherPose
                   end-if
               end-perform
               close f-piece
           end-if
           close f-mouvement
       .

       *> pose anterieure de la reference sur le meme bus, encore
       *> sous garantie a la date de l'incident
       mod-chercherPose.
           set fin-ref to false
           move tabRef(idxRef) to refPieceM
           start f-mouvement key is equal refPieceM
               invalid key set fin-ref to true
           end-start
           perform until fin-ref
               read f-mouvement next
                   at end
                       set fin-ref to true
                   not at end
                       if refPieceM not = tabRef(idxRef) then
                           set fin-ref to true
                       else
                           if mouvementSortie
                           and numIncidentM not = incident-parm
                           and dateMouvement <= dateIncidentCtl then
                               perform mod-controlerPose
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-controlerPose.
           move dateMouvement to datePose
           compute moisTotal = anneePose * 12 + moisPose - 1
               + garantieRef
           compute anneeFinPose = moisTotal / 12
           compute moisFinPose = function mod(moisTotal, 12) + 1
           move jourPose to jourFinPose
           if dateIncidentCtl <= dateFinPoseNum then
               move numIncidentM to numIncident
               read f-incident
                   not invalid key
                       if numBusI = busIncident then
                           move 'P' to retour-parm
                           move tabRef(idxRef) to refPiece-parm
                           set fin-ref to true
                       end-if
               end-read
           end-if
       .

       mod-ouvrirReclamation.
           open i-o f-reclamG
           if statusReclamG = '35' then
               open output f-reclamG
               close f-reclamG
               open i-o f-reclamG
           end-if

           set reclamExiste to false
           move incident-parm to numIncidentRG
           start f-reclamG key is equal numIncidentRG
               not invalid key
                   set reclamExiste to true
           end-start
           if reclamExiste then
               move 'D' to retour-parm
               close f-reclamG
               exit paragraph
           end-if

           move 0 to newReclamG
           set fin-lire to false
           move 0 to numReclamG
           start f-reclamG key is not less numReclamG
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-reclamG next
                   at end
                       set fin-lire to true
                   not at end
                       if numReclamG > newReclamG then
                           move numReclamG to newReclamG
                       end-if
               end-read
           end-perform

           compute newReclamG = newReclamG + 1
           move newReclamG to numReclamG
           move incident-parm to numIncidentRG
           move busIncident to numBusRG
           move retour-parm to origineRG
           move refPiece-parm to refPieceRG
           move dateIncidentCtl to dateIncidentRG
           move dateJour to dateSignalRG
           move coutIncident to montantDemandeRG
           set reclamSignalee to true
           move 0 to dateEnvoiRG
           move spaces to refConstructeurRG
           move 0 to montantRembourseRG
           move 0 to dateRemboursementRG
           move operateur-parm to operateurRG
           write ReclamGarantie end-write
           close f-reclamG
       .

       end program controleGarantie.
