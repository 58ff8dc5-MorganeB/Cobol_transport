       program-id. gestPneus.

       *> suivi des pneumatiques a l'unite (Pneu.dat) : numero de
       *> serie, marque, prix d'achat, bus et position de montage,
       *> kilometrage du bus au montage et kilometres deja faits sur
       *> les montages precedents, derniere profondeur de sculpture
       *> mesuree. Chaque montage, permutation, depose et mesure est
       *> trace dans MouvementPneu.dat avec le releve kilometrique du
       *> bus (kilom de FBus.dat) et la profondeur mesuree. Une
       *> permutation vers une position occupee echange les deux
       *> pneus. Positions : AVG AVD (avant), ARGE ARGI ARDI ARDE
       *> (arriere jumele exterieur/interieur), ESSG ESSD (essieu
       *> suiveur), SEC (secours).

       file-control.
           select f-pneu assign 'Pneu.dat'
           organization indexed access dynamic
           record key numSeriePneu
           alternate record key numBusPneu duplicates
           file status is statusPneu.

           select f-mvtPneu assign 'MouvementPneu.dat'
           organization indexed access dynamic
           record key numMvtPneu
           alternate record key numSerieM duplicates
           file status is statusMvtPneu.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

       file section.
       fd f-pneu.
       1 Pneu.
           2 numSeriePneu pic x(15).
           2 marquePneu pic x(20).
           2 dimensionPneu pic x(15).
           2 prixAchatPneu pic 9(5)v99.
           2 dateAchatPneu pic 9(8).
           2 statutPneu pic x(01).
               88 pneuEnStock value 'S'.
               88 pneuMonte value 'M'.
               88 pneuReforme value 'R'.
           2 numBusPneu pic 9(4).
           2 positionPneu pic x(4).
           2 kmMontagePneu pic 9(6).
           2 kmParcourusPneu pic 9(7).
           2 kmLimitePneu pic 9(7).
           2 profondeurPneu pic 9(2)v9.
           2 dateMesurePneu pic 9(8).

       fd f-mvtPneu.
       1 MouvementPneu.
           2 numMvtPneu pic 9(6).
           2 numSerieM pic x(15).
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

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       working-storage section.
       1 statusPneu pic xx.
       1 statusMvtPneu pic xx.
       1 statusBus pic xx.
       1 statusParam pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 texteAudit pic x(27).

       1 serieSaisie pic x(15).
       1 marqueSaisie pic x(20).
       1 dimensionSaisie pic x(15).
       1 prixSaisi pic 9(5)v99.
       1 kmLimiteSaisi pic 9(7).
       1 busSaisi pic 9(4).
       1 positionSaisie pic x(4).
       1 profondeurSaisie pic 9(2)v9.
       1 reformeSaisi pic x.

       *> limite kilometrique par defaut d'un pneu neuf (KMPNEU)
       1 kmLimiteDefaut pic 9(7) value 150000.

       *> etat du pneu traite, garde pendant qu'un second pneu est
       *> lu pour une permutation
       1 pneuCourant pic x(105).
       1 positionOrigine pic x(4).
       1 kmBus pic 9(6).
       1 newMvtPneu pic 9(6).
       1 typeMvtSaisi pic x(01).
       1 positionAvantMvt pic x(4).
       1 idxPosition pic 9(2).

       *> positions de montage admises
       1 tabPositions.
           2 filler pic x(4) value 'AVG'.
           2 filler pic x(4) value 'AVD'.
           2 filler pic x(4) value 'ARGE'.
           2 filler pic x(4) value 'ARGI'.
           2 filler pic x(4) value 'ARDI'.
           2 filler pic x(4) value 'ARDE'.
           2 filler pic x(4) value 'ESSG'.
           2 filler pic x(4) value 'ESSD'.
           2 filler pic x(4) value 'SEC'.
       1 tabPositionsR redefines tabPositions.
           2 positionAdmise pic x(4) occurs 9 times.

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 pneuLu value 'o' false 'n'.

       1 pic x value 'n'.
       88 busTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 positionOccupee value 'o' false 'n'.

       1 pic x value 'n'.
       88 pneuTrouve value 'o' false 'n'.

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
           2 line 3 col 14 'Pneumatiques'.
           2 line 5 col 10 '1 Lister les pneus (par bus)'.
           2 line 6 col 10 '2 Entrer un pneu neuf en stock'.
           2 line 7 col 10 '3 Monter un pneu'.
           2 line 8 col 10 '4 Permuter un pneu'.
           2 line 9 col 10 '5 D'&x'82'&'poser un pneu'.
           2 line 10 col 10 '6 Mesurer la sculpture'.
           2 line 11 col 10 '7 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 13 col 13 'Choix ? '.
           2 s-choix line 13 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 s-plg-saisieBus.
           2 line 5 col 10 'Bus (0000 = tous les pneus) : '.
           2 s-busListe pic 9(4) to busSaisi.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Pneumatiques'.
           2 line 6 col 3 'S'&x'82'&'rie'.
           2 line 6 col 19 'Marque'.
           2 line 6 col 36 'St'.
           2 line 6 col 39 'Bus'.
           2 line 6 col 44 'Pos.'.
           2 line 6 col 49 'Km mont.'.
           2 line 6 col 58 'Km faits'.
           2 line 6 col 68 'Prof.'.

       1 a-plg-resListe.
           2 line i col 3 pic x(15) from numSeriePneu.
           2 line i col 19 pic x(16) from marquePneu.
           2 line i col 36 pic x from statutPneu.
           2 line i col 39 pic 9(4) from numBusPneu.
           2 line i col 44 pic x(4) from positionPneu.
           2 line i col 49 pic 9(6) from kmMontagePneu.
           2 line i col 58 pic 9(7) from kmParcourusPneu.
           2 line i col 68 pic z9.9 from profondeurPneu.

       1 s-plg-creation.
           2 line 3 col 4 'Entrer un pneu neuf en stock'.
           2 line 5 col 6 'Num'&x'82'&'ro de s'&x'82'&'rie : '.
           2 s-serieCre pic x(15) to serieSaisie required.
           2 line 6 col 6 'Marque : '.
           2 s-marque pic x(20) to marqueSaisie required.
           2 line 7 col 6 'Dimension : '.
           2 s-dimension pic x(15) to dimensionSaisie.
           2 line 8 col 6 'Prix d''achat : '.
           2 s-prix pic 9(5)v99 to prixSaisi required.
           2 line 9 col 6 'Profondeur neuve (mm) : '.
           2 s-profNeuf pic 9(2)v9 to profondeurSaisie required.
           2 line 10 col 6 'Limite km (0 = d'&x'82'&'faut) : '.
           2 s-kmLimite pic 9(7) to kmLimiteSaisi.

       1 s-plg-saisieSerie.
           2 line 5 col 10 'Num'&x'82'&'ro de s'&x'82'&'rie : '.
           2 s-serie pic x(15) to serieSaisie required.

       1 a-plg-fiche.
           2 line 7 col 6 'Marque : '.
           2 a-ficheMarque pic x(20) from marquePneu.
           2 line 8 col 6 'Statut : '.
           2 a-ficheStatut pic x from statutPneu.
           2 '  bus '.
           2 a-ficheBus pic 9(4) from numBusPneu.
           2 '  position '.
           2 a-fichePos pic x(4) from positionPneu.
           2 line 9 col 6 'Profondeur : '.
           2 a-ficheProf pic z9.9 from profondeurPneu.
           2 ' mm au '.
           2 a-ficheDate pic 9(8) from dateMesurePneu.

       1 s-plg-montage.
           2 line 11 col 6 'Bus : '.
           2 s-bus pic 9(4) to busSaisi required.
           2 line 12 col 6 'Position : '.
           2 s-position pic x(4) to positionSaisie required.
           2 line 13 col 6 'Profondeur mesur'&x'82'&'e (mm) : '.
           2 s-profondeur pic 9(2)v9 to profondeurSaisie required.

       1 s-plg-permutation.
           2 line 11 col 6 'Nouvelle position : '.
           2 s-positionPerm pic x(4) to positionSaisie required.
           2 line 12 col 6 'Profondeur mesur'&x'82'&'e (mm) : '.
           2 s-profPerm pic 9(2)v9 to profondeurSaisie required.

       1 s-plg-depose.
           2 line 11 col 6 'Profondeur mesur'&x'82'&'e (mm) : '.
           2 s-profDepose pic 9(2)v9 to profondeurSaisie required.
           2 line 12 col 6 'R'&x'82'&'former le pneu (O/N) : '.
           2 s-reforme pic x to reformeSaisi.

       1 s-plg-mesure.
           2 line 11 col 6 'Profondeur mesur'&x'82'&'e (mm) : '.
           2 s-profMesure pic 9(2)v9 to profondeurSaisie required.

       1 a-plg-res.
           2 line 16 col 6 'Mouvement enregistr'&x'82'.

       1 a-plg-nonRes.
           2 line 16 col 6 'Echec'.

       1 a-plg-inconnu.
           2 line 16 col 6 'Pneu inconnu'.

       1 a-plg-existeDeja.
           2 line 16 col 6 'Ce num'&x'82'&'ro de s'&x'82'&'rie existe '&
           'd'&x'82'&'j'&x'85'.

       1 a-plg-statutInvalide.
           2 line 16 col 6 'Op'&x'82'&'ration impossible dans ce '&
           'statut'.

       1 a-plg-busInconnu.
           2 line 16 col 6 'Bus inconnu ou retir'&x'82'.

       1 a-plg-positionInvalide.
           2 line 16 col 6 'Position inconnue ou d'&x'82'&'j'&x'85'&
           ' occup'&x'82'&'e'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun pneu enregistr'&x'82'.

       procedure division using operateurID-parm operateurRole-parm.
           accept dateJour from date yyyymmdd
           perform test after until choix = 7
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-creer
                   when 3 perform mod-monter
                   when 4 perform mod-permuter
                   when 5 perform mod-deposer
                   when 6 perform mod-mesurer
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-effacer
           move 0 to busSaisi
           display s-plg-saisieBus
           accept s-busListe
           display a-plg-titreListe
           move 8 to i
           set pneuTrouve to false
           set fin-lire to false
           open input f-pneu
           if statusPneu = '00' then
               if busSaisi not = 0 then
                   move busSaisi to numBusPneu
                   start f-pneu key is equal numBusPneu
                       invalid key set fin-lire to true
                   end-start
               end-if
               if not fin-lire then
                   read f-pneu next
                   end set fin-lire to true end-read
               end-if
               perform until fin-lire
                   if busSaisi not = 0 and numBusPneu not = busSaisi
                   then
                       set fin-lire to true
                   else
                       set pneuTrouve to true
                       display a-plg-resListe
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreListe
                       end-if
                       read f-pneu next
                       end set fin-lire to true end-read
                   end-if
               end-perform
               close f-pneu
           end-if
           if not pneuTrouve then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-creer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               display a-effacer
               move spaces to dimensionSaisie
               move 0 to kmLimiteSaisi
               display s-plg-creation
               accept s-serieCre
               accept s-marque
               accept s-dimension
               accept s-prix
               accept s-profNeuf
               accept s-kmLimite
               if kmLimiteSaisi = 0 then
                   perform mod-chargerLimite
                   move kmLimiteDefaut to kmLimiteSaisi
               end-if

               open i-o f-pneu
               if statusPneu = '35' then
                   open output f-pneu
                   close f-pneu
                   open i-o f-pneu
               end-if
               move serieSaisie to numSeriePneu
               move marqueSaisie to marquePneu
               move dimensionSaisie to dimensionPneu
               move prixSaisi to prixAchatPneu
               move dateJour to dateAchatPneu
               set pneuEnStock to true
               move 0 to numBusPneu
               move spaces to positionPneu
               move 0 to kmMontagePneu
               move 0 to kmParcourusPneu
               move kmLimiteSaisi to kmLimitePneu
               move profondeurSaisie to profondeurPneu
               move dateJour to dateMesurePneu
               write Pneu
                   invalid key
                       display a-plg-existeDeja
                   not invalid key
                       display a-plg-res
                       move 'AJOUT' to actionAudit
                       move marquePneu to texteAudit
                       perform mod-ecrireAudit
               end-write
               close f-pneu
               display a-plg-next
               accept s-next
           end-if
       .

       mod-monter.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lirePneu
               if pneuLu then
                   if not pneuEnStock then
                       display a-plg-statutInvalide
                   else
                       display s-plg-montage
                       accept s-bus
                       accept s-position
                       accept s-profondeur
                       move function upper-case(positionSaisie)
                           to positionSaisie
                       perform mod-lireBus
                       perform mod-controlerPosition
                       evaluate true
                           when not busTrouve
                               display a-plg-busInconnu
                           when positionOccupee
                               display a-plg-positionInvalide
                           when other
                               perform mod-enregistrerMontage
                       end-evaluate
                   end-if
                   close f-pneu
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       mod-enregistrerMontage.
           set pneuMonte to true
           move busSaisi to numBusPneu
           move spaces to positionAvantMvt
           move positionSaisie to positionPneu
           move kmBus to kmMontagePneu
           move profondeurSaisie to profondeurPneu
           move dateJour to dateMesurePneu
           rewrite Pneu
               invalid key
                   display a-plg-nonRes
               not invalid key
                   move 'M' to typeMvtSaisi
                   perform mod-ecrireMouvement
                   display a-plg-res
                   move 'MODIF' to actionAudit
                   move 'montage' to texteAudit
                   perform mod-ecrireAudit
           end-rewrite
       .

       *> la permutation se fait sur le meme bus; si la position
       *> visee est prise, l'autre pneu recoit l'ancienne position
       mod-permuter.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lirePneu
               if pneuLu then
                   if not pneuMonte then
                       display a-plg-statutInvalide
                   else
                       display s-plg-permutation
                       accept s-positionPerm
                       accept s-profPerm
                       move function upper-case(positionSaisie)
                           to positionSaisie
                       move numBusPneu to busSaisi
                       perform mod-lireBus
                       perform mod-permuterPneus
                   end-if
                   close f-pneu
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       mod-permuterPneus.
           perform varying idxPosition from 1 by 1
               until idxPosition > 9
               or positionAdmise(idxPosition) = positionSaisie
               continue
           end-perform
           if idxPosition > 9 or positionSaisie = positionPneu then
               display a-plg-positionInvalide
               exit paragraph
           end-if

           move Pneu to pneuCourant
           move positionPneu to positionOrigine

           *> pneu deja en place sur la position visee
           set positionOccupee to false
           move busSaisi to numBusPneu
           start f-pneu key is equal numBusPneu
               invalid key set fin-lire to true
               not invalid key set fin-lire to false
           end-start
           perform until fin-lire or positionOccupee
               read f-pneu next
                   at end
                       set fin-lire to true
                   not at end
                       if numBusPneu not = busSaisi then
                           set fin-lire to true
                       else
                           if pneuMonte
                           and positionPneu = positionSaisie then
                               set positionOccupee to true
                           end-if
                       end-if
               end-read
           end-perform

           if positionOccupee then
               move positionSaisie to positionAvantMvt
               move positionOrigine to positionPneu
               rewrite Pneu end-rewrite
               move 'P' to typeMvtSaisi
               perform mod-ecrireMouvement
           end-if

           move pneuCourant to Pneu
           move positionPneu to positionAvantMvt
           move positionSaisie to positionPneu
           move profondeurSaisie to profondeurPneu
           move dateJour to dateMesurePneu
           rewrite Pneu
               invalid key
                   display a-plg-nonRes
               not invalid key
                   move 'P' to typeMvtSaisi
                   perform mod-ecrireMouvement
                   display a-plg-res
                   move 'MODIF' to actionAudit
                   move 'permutation' to texteAudit
                   perform mod-ecrireAudit
           end-rewrite
       .

       mod-deposer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lirePneu
               if pneuLu then
                   if not pneuMonte then
                       display a-plg-statutInvalide
                   else
                       display s-plg-depose
                       accept s-profDepose
                       accept s-reforme
                       move numBusPneu to busSaisi
                       perform mod-lireBus
                       perform mod-enregistrerDepose
                   end-if
                   close f-pneu
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       *> les kilometres faits pendant le montage s'ajoutent au
       *> cumul du pneu, qui garde son historique d'un bus a l'autre
       mod-enregistrerDepose.
           if kmBus > kmMontagePneu then
               compute kmParcourusPneu = kmParcourusPneu
                   + kmBus - kmMontagePneu
           end-if
           move positionPneu to positionAvantMvt
           move spaces to positionSaisie
           if reformeSaisi = 'O' or reformeSaisi = 'o' then
               set pneuReforme to true
           else
               set pneuEnStock to true
           end-if
           move 0 to numBusPneu
           move spaces to positionPneu
           move 0 to kmMontagePneu
           move profondeurSaisie to profondeurPneu
           move dateJour to dateMesurePneu
           rewrite Pneu
               invalid key
                   display a-plg-nonRes
               not invalid key
                   move 'D' to typeMvtSaisi
                   perform mod-ecrireMouvement
                   display a-plg-res
                   move 'MODIF' to actionAudit
                   move 'depose' to texteAudit
                   perform mod-ecrireAudit
           end-rewrite
       .

       mod-mesurer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lirePneu
               if pneuLu then
                   if pneuReforme then
                       display a-plg-statutInvalide
                   else
                       display s-plg-mesure
                       accept s-profMesure
                       move numBusPneu to busSaisi
                       move 0 to kmBus
                       if pneuMonte then
                           perform mod-lireBus
                       end-if
                       move positionPneu to positionAvantMvt
                       move positionPneu to positionSaisie
                       move profondeurSaisie to profondeurPneu
                       move dateJour to dateMesurePneu
                       rewrite Pneu
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               move 'C' to typeMvtSaisi
                               perform mod-ecrireMouvement
                               display a-plg-res
                       end-rewrite
                   end-if
                   close f-pneu
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       *> saisie du numero de serie et affichage de la fiche; le
       *> fichier reste ouvert en mise a jour si le pneu est trouve
       mod-lirePneu.
           display a-effacer
           display s-plg-saisieSerie
           accept s-serie
           set pneuLu to false
           open i-o f-pneu
           if statusPneu = '00' then
               move serieSaisie to numSeriePneu
               read f-pneu
                   not invalid key
                       set pneuLu to true
               end-read
               if not pneuLu then
                   close f-pneu
               end-if
           end-if
           if pneuLu then
               display a-plg-fiche
           else
               display a-plg-inconnu
           end-if
       .

       *> releve kilometrique courant du bus busSaisi
       mod-lireBus.
           set busTrouve to false
           move 0 to kmBus
           open input f-bus
           if statusBus = '00' then
               move busSaisi to numero
               read f-bus
                   not invalid key
                       if not busRetire then
                           set busTrouve to true
                           move kilom to kmBus
                       end-if
               end-read
               close f-bus
           end-if
       .

       *> position admise et libre sur le bus busSaisi; le pneu lu
       *> est remis en place apres le parcours des pneus du bus
       mod-controlerPosition.
           perform varying idxPosition from 1 by 1
               until idxPosition > 9
               or positionAdmise(idxPosition) = positionSaisie
               continue
           end-perform
           if idxPosition > 9 then
               set positionOccupee to true
               exit paragraph
           end-if

           move Pneu to pneuCourant
           set positionOccupee to false
           move busSaisi to numBusPneu
           start f-pneu key is equal numBusPneu
               invalid key set fin-lire to true
               not invalid key set fin-lire to false
           end-start
           perform until fin-lire or positionOccupee
               read f-pneu next
                   at end
                       set fin-lire to true
                   not at end
                       if numBusPneu not = busSaisi then
                           set fin-lire to true
                       else
                           if pneuMonte
                           and positionPneu = positionSaisie then
                               set positionOccupee to true
                           end-if
                       end-if
               end-read
           end-perform
           move pneuCourant to Pneu
           read f-pneu
               invalid key continue
           end-read
       .

       mod-chargerLimite.
           open input f-parametre
           if statusParam = '00' then
               move 'KMPNEU' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to kmLimiteDefaut
               end-read
               close f-parametre
           end-if
       .

       *> trace le mouvement typeMvtSaisi du pneu courant
       mod-ecrireMouvement.
           open i-o f-mvtPneu
           if statusMvtPneu = '35' then
               open output f-mvtPneu
               close f-mvtPneu
               open i-o f-mvtPneu
           end-if
           move 0 to newMvtPneu
           set fin-lire to false
           read f-mvtPneu next
           end set fin-lire to true end-read
           perform until fin-lire
               if numMvtPneu > newMvtPneu then
                   move numMvtPneu to newMvtPneu
               end-if
               read f-mvtPneu next
               end set fin-lire to true end-read
           end-perform

           compute newMvtPneu = newMvtPneu + 1
           move newMvtPneu to numMvtPneu
           move numSeriePneu to numSerieM
           move typeMvtSaisi to typeMvtPneu
           move dateJour to dateMvtPneu
           move busSaisi to numBusM
           move positionAvantMvt to positionAvantM
           move positionPneu to positionApresM
           move kmBus to kmReleveM
           move profondeurPneu to profondeurM
           move operateurID-parm to operateurM
           write MouvementPneu end-write
           close f-mvtPneu
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'PNEU' to ligneAudit(25:11)
           move operateurID-parm to ligneAudit(43:10)
           move numSeriePneu to ligneAudit(54:15)
           move texteAudit(1:11) to ligneAudit(70:11)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestPneus.
