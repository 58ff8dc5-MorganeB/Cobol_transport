       program-id. distribution.

       *> diffusion des editions en fin de journee et de mois : les
       *> editions cataloguees dans editions.log depuis la derniere
       *> diffusion (position retenue dans distribution.pos; sans
       *> position, celles du jour) sont remises aux destinataires
       *> de Distribution.dat (gestDistribution). Un nom d'edition
       *> termine par * vaut pour toutes les editions qui commencent
       *> ainsi (paie-* pour l'extrait de paie du mois).
       *>   courrier   une ligne par envoi dans courrierSortant.dat
       *>              (adresse, objet, piece jointe), repris par la
       *>              passerelle de messagerie;
       *>   imprimante, ecran : trace seule, l'edition est imprimee
       *>              ou consultee sur place (option editions).
       *> Un destinataire depot recoit une copie restreinte a son
       *> depot (depotNN-nom) pour manifeste.txt et alertes.txt,
       *> l'edition complete sinon. Chaque remise est tracee dans
       *> distribution.log; le nombre de courriers mis en file et de
       *> courriers sans adresse est rendu a l'appelant.

       file-control.
           select f-editions assign 'editions.log' organization line
           sequential file status is statusEditions.

           select f-distribution assign 'Distribution.dat'
           organization indexed access dynamic
           record key numDistrib
           file status is statusDistribution.

           select f-position assign 'distribution.pos'
           organization line sequential file status is statusPosition.

           select f-source assign nomSource organization line
           sequential file status is statusSource.

           select f-copieDepot assign nomCopieDepot organization line
           sequential.

           select f-courrier assign 'courrierSortant.dat'
           organization line sequential file status is statusCourrier.

           select f-log assign 'distribution.log' organization line
           sequential file status is statusLog.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed
           access dynamic record key numchaufN
           file status is statusChauf.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusAffect.

       file section.
       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       fd f-distribution.
       1 Distribution.
           2 numDistrib pic 9(4).
           2 editionDist pic x(20).
           2 typeDestDist pic x(01).
               88 destDepot value 'D'.
               88 destRole value 'R'.
               88 destAdresse value 'A'.
           2 depotDist pic 9(2).
           2 roleDist pic x(01).
           2 adresseDist pic x(50).
           2 canalDist pic x(01).
               88 canalEcran value 'E'.
               88 canalImprimante value 'I'.
               88 canalCourrier value 'M'.

       fd f-position.
       1 lignePosition.
           2 nbLignesPos pic 9(7).
           2 pic x.
           2 datePos pic 9(8).

       fd f-source.
       1 ligneSource pic x(80).

       fd f-copieDepot.
       1 ligneCopieDepot pic x(80).

       fd f-courrier.
       1 ligneCourrier.
           2 destCourrier pic x(50).
           2 pic x.
           2 sujetCourrier pic x(60).
           2 pic x.
           2 pieceCourrier pic x(30).
           2 pic x.
           2 dateCourrier pic 9(8).
           2 pic x.
           2 heureCourrier pic 9(6).

       fd f-log.
       1 ligneLog.
           2 dateLog pic 9(8).
           2 pic x.
           2 heureLog pic 9(6).
           2 pic x.
           2 editionLog pic x(20).
           2 pic x.
           2 canalLog pic x(10).
           2 pic x.
           2 destLog pic x(50).
           2 pic x.
           2 pieceLog pic x(30).
           2 pic x.
           2 remarqueLog pic x(12).

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

       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numchaufA pic 9(4).
           2 numbusA pic 9(4).
           2 dateDebAffectA pic 9(8).
           2 dateFinAffectA pic 9(8).
           2 motifA pic x(30).
           2 numCircuitA pic 9(4).
           2 statusA pic x(01).
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

       working-storage section.
       1 statusEditions pic xx.
       1 statusDistribution pic xx.
       1 statusPosition pic xx.
       1 statusSource pic xx.
       1 statusCourrier pic xx.
       1 statusLog pic xx.
       1 statusChauf pic xx.
       1 statusBus pic xx.
       1 statusAffect pic xx.

       1 dateJour pic 9(8).
       1 heureJour pic 9(6).
       1 nomSource pic x(30).
       1 nomCopieDepot pic x(30).

       1 nbLignesDejaVues pic 9(7) value 0.
       1 numLigneEdition pic 9(7) value 0.

       *> editions a diffuser, une seule fois chacune meme si elle a
       *> ete cataloguee plusieurs fois depuis la derniere diffusion
       1 nbNouvelles pic 9(3) value 0.
       1 tabNouvelles.
           2 tabNouvelle occurs 200 times.
               3 tabNomNouv pic x(20).
               3 tabDateNouv pic 9(8).
       1 idxNouv pic 9(3).
       1 idxCherche pic 9(3).

       1 nomCourant pic x(20).
       1 dateCourante pic 9(8).
       1 lgPrefixe pic 9(2).
       1 pieceJointe pic x(30).
       1 libelleDest pic x(50).
       1 remarque pic x(12).
       1 canalLibelle pic x(10).

       1 depotCible pic 9(2).
       1 chaufCible pic 9(4).
       1 busCible pic 9(4).
       1 affectCible pic 9(6).

       1 nbCourriers pic 9(5) value 0.
       1 nbSansAdresse pic 9(5) value 0.

       *> en-tete de la page de manifeste en cours, retenu jusqu'a
       *> ce que le bus ou le chauffeur de la page soit connu
       1 nbTampon pic 9(2) value 0.
       1 idxTampon pic 9(2).
       1 tabTampon.
           2 tamponManifeste pic x(80) occurs 10 times.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finDistribution value 'o' false 'n'.

       1 pic x value 'n'.
       88 finSource value 'o' false 'n'.

       1 pic x value 'n'.
       88 positionConnue value 'o' false 'n'.

       1 pic x value 'n'.
       88 editionConcernee value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneDuDepot value 'o' false 'n'.

       1 pic x value 'n'.
       88 copieRestreinte value 'o' false 'n'.

       1 pic x value 'n'.
       88 chaufOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 busOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 distributionOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 enTetePage value 'o' false 'n'.

       linkage section.
       1 nbCourriers-parm pic 9(5).
       1 nbSansAdresse-parm pic 9(5).

       procedure division using nbCourriers-parm nbSansAdresse-parm.
           move 0 to nbLignesDejaVues
           move 0 to numLigneEdition
           move 0 to nbNouvelles
           move 0 to nbCourriers
           move 0 to nbSansAdresse
           set positionConnue to false
           set chaufOuvert to false
           set busOuvert to false
           set affectOuvert to false
           set distributionOuverte to false
           accept dateJour from date yyyymmdd
           accept heureJour from time

           open input f-position
           if statusPosition = '00' then
               read f-position
                   not at end
                       move nbLignesPos to nbLignesDejaVues
                       set positionConnue to true
               end-read
               close f-position
           end-if

           perform mod-collecterEditions

           *> la position avance meme sans destinataire : une edition
           *> ajoutee plus tard aux listes ne part qu'a sa prochaine
           *> generation
           open output f-position
           move spaces to lignePosition
           move numLigneEdition to nbLignesPos
           move dateJour to datePos
           write lignePosition
           close f-position

           open input f-distribution
           if statusDistribution = '00' then
               set distributionOuverte to true
           end-if
           if distributionOuverte and nbNouvelles > 0 then
               perform mod-ouvrirReferentiels
               perform varying idxNouv from 1 by 1
                   until idxNouv > nbNouvelles
                   perform mod-diffuserEdition
               end-perform
               perform mod-fermerReferentiels
           end-if
           if distributionOuverte then
               close f-distribution
               set distributionOuverte to false
           end-if

           move nbCourriers to nbCourriers-parm
           move nbSansAdresse to nbSansAdresse-parm
           goback.

       *> un catalogue plus court que la position retenue (editions.log
       *> restaure d'une sauvegarde) est repris sur la date du jour
       mod-collecterEditions.
           perform mod-lireCatalogue
           if positionConnue and numLigneEdition < nbLignesDejaVues
           then
               set positionConnue to false
               move 0 to nbNouvelles
               move 0 to numLigneEdition
               perform mod-lireCatalogue
           end-if
       .

       mod-lireCatalogue.
           open input f-editions
           if statusEditions not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-editions end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   add 1 to numLigneEdition
                   if (positionConnue
                   and numLigneEdition > nbLignesDejaVues)
                   or (not positionConnue
                   and dateEdition = dateJour) then
                       perform mod-retenirEdition
                   end-if
               end-if
               read f-editions end set fin-lire to true end-read
           end-perform
           close f-editions
       .

       mod-retenirEdition.
           perform varying idxCherche from 1 by 1
               until idxCherche > nbNouvelles
               if tabNomNouv(idxCherche) = nomEdition then
                   move dateEdition to tabDateNouv(idxCherche)
                   exit paragraph
               end-if
           end-perform
           if nbNouvelles < 200 then
               add 1 to nbNouvelles
               move nomEdition to tabNomNouv(nbNouvelles)
               move dateEdition to tabDateNouv(nbNouvelles)
           end-if
       .

       mod-ouvrirReferentiels.
           open input f-chaufNouv
           if statusChauf = '00' then
               set chaufOuvert to true
           end-if
           open input f-bus
           if statusBus = '00' then
               set busOuvert to true
           end-if
           open input f-affectation
           if statusAffect = '00' then
               set affectOuvert to true
           end-if
       .

       mod-fermerReferentiels.
           if chaufOuvert then
               close f-chaufNouv
               set chaufOuvert to false
           end-if
           if busOuvert then
               close f-bus
               set busOuvert to false
           end-if
           if affectOuvert then
               close f-affectation
               set affectOuvert to false
           end-if
       .

       *> parcours complet des listes de diffusion pour une edition
       *> (quelques dizaines de lignes au plus)
       mod-diffuserEdition.
           move tabNomNouv(idxNouv) to nomCourant
           move tabDateNouv(idxNouv) to dateCourante
           move 0 to numDistrib
           set finDistribution to false
           start f-distribution key is not less numDistrib
               invalid key set finDistribution to true
           end-start
           perform until finDistribution
               read f-distribution next
                   at end
                       set finDistribution to true
                   not at end
                       perform mod-comparerEdition
                       if editionConcernee then
                           perform mod-remettre
                       end-if
               end-read
           end-perform
       .

       mod-comparerEdition.
           set editionConcernee to false
           move 0 to lgPrefixe
           inspect editionDist tallying lgPrefixe
               for characters before initial '*'
           if lgPrefixe < 20 then
               if lgPrefixe > 0
               and nomCourant(1:lgPrefixe) = editionDist(1:lgPrefixe)
               then
                   set editionConcernee to true
               end-if
           else
               if nomCourant = editionDist then
                   set editionConcernee to true
               end-if
           end-if
       .

       mod-remettre.
           move spaces to remarque
           move nomCourant to pieceJointe
           if destDepot then
               if nomCourant = 'manifeste.txt'
               or nomCourant = 'alertes.txt' then
                   perform mod-copieDepot
               else
                   move 'COMPLETE' to remarque
               end-if
           end-if

           move spaces to libelleDest
           evaluate true
               when adresseDist not = spaces
                   move adresseDist to libelleDest
               when destDepot
                   string 'DEPOT ' depotDist
                       delimited size into libelleDest
               when destRole
                   string 'ROLE ' roleDist
                       delimited size into libelleDest
           end-evaluate

           evaluate true
               when canalCourrier
                   move 'COURRIER' to canalLibelle
                   evaluate true
                       when adresseDist = spaces
                           add 1 to nbSansAdresse
                           move 'SANS ADRESSE' to remarque
                       when remarque = 'ABSENTE'
                           continue
                       when other
                           perform mod-mettreEnFile
                   end-evaluate
               when canalImprimante
                   move 'IMPRIMANTE' to canalLibelle
               when other
                   move 'ECRAN' to canalLibelle
           end-evaluate
           perform mod-tracer
       .

       mod-mettreEnFile.
           open extend f-courrier
           if statusCourrier = '35' then
               open output f-courrier
           end-if
           move spaces to ligneCourrier
           move adresseDist to destCourrier
           string 'Edition ' delimited size
               nomCourant delimited space
               ' du ' delimited size
               dateCourante delimited size
               into sujetCourrier
           end-string
           if destDepot then
               move ' - depot' to sujetCourrier(45:8)
               move depotDist to sujetCourrier(54:2)
           end-if
           move pieceJointe to pieceCourrier
           move dateJour to dateCourrier
           accept heureCourrier from time
           write ligneCourrier
           close f-courrier
           add 1 to nbCourriers
       .

       mod-tracer.
           open extend f-log
           if statusLog = '35' then
               open output f-log
           end-if
           move spaces to ligneLog
           move dateJour to dateLog
           accept heureLog from time
           move nomCourant to editionLog
           move canalLibelle to canalLog
           move libelleDest to destLog
           move pieceJointe to pieceLog
           move remarque to remarqueLog
           write ligneLog
           close f-log
       .

       *> copie de l'edition restreinte au depot du destinataire :
       *> une ligne (ou une page de manifeste) est retenue quand le
       *> chauffeur ou le bus qu'elle designe est rattache au depot;
       *> les lignes qui ne designent ni l'un ni l'autre (titres,
       *> alertes generales) sont gardees
       mod-copieDepot.
           move nomCourant to nomSource
           move spaces to nomCopieDepot
           string 'depot' depotDist '-' delimited size
               nomCourant delimited space
               into nomCopieDepot
           end-string
           open input f-source
           if statusSource not = '00' then
               move 'ABSENTE' to remarque
               exit paragraph
           end-if
           open output f-copieDepot
           move depotDist to depotCible
           set ligneDuDepot to true
           set enTetePage to false
           move 0 to nbTampon
           set finSource to false
           read f-source end set finSource to true end-read
           perform test after until finSource
               if not finSource then
                   if nomCourant = 'manifeste.txt' then
                       perform mod-filtrerManifeste
                   else
                       perform mod-filtrerAlertes
                   end-if
               end-if
               read f-source end set finSource to true end-read
           end-perform
           close f-copieDepot
           close f-source
           move nomCopieDepot to pieceJointe
           move 'DEPOT' to remarque
       .

       *> manifeste : une page commence par un saut de page (x'0C',
       *> sauf la premiere) puis MANIFESTE DE TOURNEE; ses lignes
       *> d'en-tete sont retenues jusqu'a la ligne Bus (numero en 15),
       *> puis au besoin la ligne Chauffeur, qui decident de la page.
       *> Ce qui precede la premiere page (astreinte) est garde.
       mod-filtrerManifeste.
           if ligneSource(1:1) = x'0C' then
               set enTetePage to true
               move 0 to nbTampon
           end-if
           if ligneSource(1:20) = 'MANIFESTE DE TOURNEE'
           and (not enTetePage or nbTampon > 1) then
               set enTetePage to true
               move 0 to nbTampon
           end-if
           if not enTetePage then
               if ligneDuDepot then
                   move ligneSource to ligneCopieDepot
                   write ligneCopieDepot
               end-if
               exit paragraph
           end-if

           if nbTampon < 10 then
               add 1 to nbTampon
               move ligneSource to tamponManifeste(nbTampon)
           end-if
           evaluate true
               when ligneSource(1:12) = 'Bus        :'
                   if ligneSource(15:4) is numeric then
                       move ligneSource(15:4) to busCible
                       perform mod-busDuDepot
                   else
                       set ligneDuDepot to false
                   end-if
                   if ligneDuDepot then
                       perform mod-viderTampon
                   end-if
               when ligneSource(1:12) = 'Chauffeur  :'
                   if ligneSource(15:4) is numeric then
                       move ligneSource(15:4) to chaufCible
                       perform mod-chaufDuDepot
                   end-if
                   perform mod-viderTampon
           end-evaluate
       .

       *> fin de l'en-tete : les lignes retenues sont recopiees si la
       *> page est gardee, abandonnees sinon
       mod-viderTampon.
           if ligneDuDepot then
               perform varying idxTampon from 1 by 1
                   until idxTampon > nbTampon
                   move tamponManifeste(idxTampon) to ligneCopieDepot
                   write ligneCopieDepot
               end-perform
           end-if
           move 0 to nbTampon
           set enTetePage to false
       .

       mod-filtrerAlertes.
           set ligneDuDepot to true
           evaluate true
               when ligneSource(1:6) = 'PERMIS'
                   and ligneSource(9:4) is numeric
                   move ligneSource(9:4) to chaufCible
                   perform mod-chaufDuDepot
               when ligneSource(1:7) = 'INDISPO'
                   and ligneSource(10:4) is numeric
                   move ligneSource(10:4) to chaufCible
                   perform mod-chaufDuDepot
               when ligneSource(1:8) = 'CONTROLE'
                   and ligneSource(10:4) is numeric
                   move ligneSource(10:4) to busCible
                   perform mod-busDuDepot
               when ligneSource(1:7) = 'OUVERTE'
                   and ligneSource(10:6) is numeric
                   move ligneSource(10:6) to affectCible
                   perform mod-affectDuDepot
           end-evaluate
           if ligneDuDepot then
               move ligneSource to ligneCopieDepot
               write ligneCopieDepot
           end-if
       .

       mod-chaufDuDepot.
           set ligneDuDepot to false
           if chaufOuvert then
               move chaufCible to numchaufN
               read f-chaufNouv
                   not invalid key
                       if depotChaufN = depotCible then
                           set ligneDuDepot to true
                       end-if
               end-read
           end-if
       .

       mod-busDuDepot.
           set ligneDuDepot to false
           if busOuvert then
               move busCible to numero
               read f-bus
                   not invalid key
                       if depotBus = depotCible then
                           set ligneDuDepot to true
                       end-if
               end-read
           end-if
       .

       mod-affectDuDepot.
           set ligneDuDepot to false
           if not affectOuvert then
               exit paragraph
           end-if
           move affectCible to Numaffect
           read f-affectation
               invalid key
                   exit paragraph
           end-read
           if numbusA not = 0 then
               move numbusA to busCible
               perform mod-busDuDepot
           end-if
           if not ligneDuDepot and numchaufA not = 0 then
               move numchaufA to chaufCible
               perform mod-chaufDuDepot
           end-if
       .

       end program distribution.
