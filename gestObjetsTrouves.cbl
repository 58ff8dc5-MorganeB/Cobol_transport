       program-id. gestObjetsTrouves.

       *> registre des objets trouves (ObjetTrouve.dat) : date de
       *> decouverte, bus (controle dans FBus.dat), affectation si
       *> elle est connue, description, depot ou l'objet est range,
       *> personne qui l'a trouve et statut (S stocke, R restitue,
       *> D detruit ou remis au service municipal). La restitution
       *> garde le nom, le telephone et la piece d'identite du
       *> proprietaire. La recherche combine date, bus et mot de la
       *> description, pour repondre aux appels des passagers.

       file-control.
           select f-objet assign 'ObjetTrouve.dat'
           organization indexed access dynamic
           record key numObjet
           alternate record key numBusObj duplicates
           file status is statusObjet.

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

           select f-depot assign 'Depot.dat' organization indexed
           access dynamic record key numDepot
           file status is statusDepot.

       file section.
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

       fd f-depot.
       1 Depot.
           2 numDepot pic 9(2).
           2 nomDepot pic x(30).
           2 villeDepot pic x(20).
           2 numSocieteDep pic 9(2).

       working-storage section.
       1 statusObjet pic xx.
       1 statusBus pic xx.
       1 statusAffect pic xx.
       1 statusDepot pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 texteAudit pic x(27).

       1 newObjet pic 9(6) value 0.
       1 objetSaisi pic 9(6).
       1 dateTrouveSaisie pic 9(8).
       1 busSaisi pic 9(4).
       1 affectSaisie pic 9(6).
       1 descriptionSaisie pic x(60).
       1 depotSaisi pic 9(2).
       1 trouveParSaisi pic x(30).
       1 proprietaireSaisi pic x(30).
       1 telSaisi pic x(15).
       1 pieceSaisie pic x(20).
       1 confirmSaisi pic x.

       *> criteres de recherche (0 ou blanc = indifferent)
       1 dateRech pic 9(8).
       1 busRech pic 9(4).
       1 motRech pic x(20).
       1 lgMot pic 9(2).
       1 posMot pic 9(2).
       1 descriptionMaj pic x(60).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 objetLu value 'o' false 'n'.

       1 pic x value 'n'.
       88 objetRetenu value 'o' false 'n'.

       1 pic x value 'o'.
       88 saisieValide value 'o' false 'n'.

       1 dateAValider pic 9(8).
       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.

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
           2 line 3 col 14 'Objets trouv'&x'82'&'s'.
           2 line 5 col 10 '1 Lister les objets'.
           2 line 6 col 10 '2 Rechercher un objet'.
           2 line 7 col 10 '3 Enregistrer un objet trouv'&x'82'.
           2 line 8 col 10 '4 Restituer un objet '&x'85'&
           ' son propri'&x'82'&'taire'.
           2 line 9 col 10 '5 Sortir un objet d'&x'82'&'truit ou '&
           'remis'.
           2 line 10 col 10 '6 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 12 col 13 'Choix ? '.
           2 s-choix line 12 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Objets trouv'&x'82'&'s'.
           2 line 6 col 3 'Num'.
           2 line 6 col 11 'Trouv'&x'82'&' le'.
           2 line 6 col 21 'Bus'.
           2 line 6 col 27 'D'&x'82'&'p'.
           2 line 6 col 31 'St'.
           2 line 6 col 35 'Description'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(6) from numObjet.
           2 line i col 11 pic 9(8) from dateTrouveObj.
           2 line i col 21 pic 9(4) from numBusObj.
           2 line i col 27 pic 99 from depotObj.
           2 line i col 31 pic x from statutObj.
           2 line i col 35 pic x(44) from descriptionObj.

       1 s-plg-recherche.
           2 line 3 col 4 'Rechercher un objet trouv'&x'82'.
           2 line 5 col 6 'Date de d'&x'82'&'couverte (AAAAMMJJ, '&
           '0 = toutes) : '.
           2 s-dateRech pic 9(8) to dateRech.
           2 line 6 col 6 'Bus (0000 = tous) : '.
           2 s-busRech pic 9(4) to busRech.
           2 line 7 col 6 'Mot de la description (blanc = tous) : '.
           2 s-motRech pic x(20) to motRech.

       1 s-plg-saisie.
           2 line 3 col 4 'Enregistrer un objet trouv'&x'82'.
           2 line 5 col 6 'Date de d'&x'82'&'couverte (AAAAMMJJ) : '.
           2 s-dateTrouve pic 9(8) to dateTrouveSaisie required.
           2 line 6 col 6 'Bus : '.
           2 s-bus pic 9(4) to busSaisi required.
           2 line 7 col 6 'Affectation (000000 si inconnue) : '.
           2 s-affect pic 9(6) to affectSaisie.
           2 line 8 col 6 'Description : '.
           2 s-description line 9 col 6 pic x(60)
               to descriptionSaisie required.
           2 line 10 col 6 'D'&x'82'&'p'&x'93'&'t de rangement : '.
           2 s-depot pic 99 to depotSaisi required.
           2 line 11 col 6 'Trouv'&x'82'&' par : '.
           2 s-trouvePar pic x(30) to trouveParSaisi required.

       1 s-plg-saisieNum.
           2 line 5 col 10 'Num'&x'82'&'ro de l''objet : '.
           2 s-num pic 9(6) to objetSaisi required.

       1 a-plg-fiche.
           2 line 7 col 6 'Trouv'&x'82'&' le '.
           2 a-ficheDate pic 9(8) from dateTrouveObj.
           2 ' dans le bus '.
           2 a-ficheBus pic 9(4) from numBusObj.
           2 ', d'&x'82'&'p'&x'93'&'t '.
           2 a-ficheDepot pic 99 from depotObj.
           2 line 8 col 6 pic x(60) from descriptionObj.
           2 line 9 col 6 'Statut : '.
           2 a-ficheStatut pic x from statutObj.

       1 s-plg-restitution.
           2 line 11 col 6 'Propri'&x'82'&'taire : '.
           2 s-proprietaire pic x(30) to proprietaireSaisi required.
           2 line 12 col 6 'T'&x'82'&'l'&x'82'&'phone : '.
           2 s-tel pic x(15) to telSaisi.
           2 line 13 col 6 'Pi'&x'8a'&'ce d''identit'&x'82'&' : '.
           2 s-piece pic x(20) to pieceSaisie required.

       1 s-plg-confirm.
           2 line 11 col 6 'Confirmer la sortie du registre (O/N) : '.
           2 s-confirm pic x to confirmSaisi.

       1 a-plg-saisieInvalide.
           2 line 15 col 6 'Saisie refus'&x'82'&'e : date, bus, '&
           'affectation ou d'&x'82'&'p'&x'93'&'t inconnus'.

       1 a-plg-res.
           2 line 16 col 6 'Objet enregistr'&x'82'&' : n'&x'f8'&' '.
           2 a-newObjet pic 9(6) from newObjet.

       1 a-plg-resStatut.
           2 line 16 col 6 'Objet mis '&x'85'&' jour'.

       1 a-plg-nonRes.
           2 line 16 col 6 'Echec'.

       1 a-plg-inconnu.
           2 line 16 col 6 'Objet inconnu'.

       1 a-plg-statutInvalide.
           2 line 16 col 6 'Cet objet n''est plus en stock'.

       1 a-plg-abandon.
           2 line 16 col 6 'Op'&x'82'&'ration abandonn'&x'82'&'e'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun objet trouv'&x'82'.

       procedure division using operateurID-parm operateurRole-parm.
           accept dateJour from date yyyymmdd
           perform test after until choix = 6
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-rechercher
                   when 3 perform mod-enregistrer
                   when 4 perform mod-restituer
                   when 5 perform mod-sortir
               end-evaluate
           end-perform
           goback.

       mod-lister.
           move 0 to dateRech
           move 0 to busRech
           move spaces to motRech
           perform mod-afficherListe
       .

       mod-rechercher.
           display a-effacer
           move 0 to dateRech
           move 0 to busRech
           move spaces to motRech
           display s-plg-recherche
           accept s-dateRech
           accept s-busRech
           accept s-motRech
           move function upper-case(motRech) to motRech
           perform mod-afficherListe
       .

       *> liste des objets qui satisfont les criteres de recherche
       mod-afficherListe.
           display a-plg-titreListe
           move 8 to i
           set objetLu to false
           set fin-lire to false
           move 0 to lgMot
           if motRech not = spaces then
               move function length(function trim(motRech))
                   to lgMot
           end-if
           open input f-objet
           if statusObjet = '00' then
               read f-objet next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       perform mod-filtrer
                       if objetRetenu then
                           set objetLu to true
                           display a-plg-resListe
                           compute i = i + 1
                           if (i > 20) then
                               compute i = 8
                               display a-plg-nextPage
                               accept s-nextPage
                               display a-plg-titreListe
                           end-if
                       end-if
                   end-if
                   read f-objet next
                   end set fin-lire to true end-read
               end-perform
               close f-objet
           end-if
           if not objetLu then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-filtrer.
           set objetRetenu to true
           if dateRech not = 0 and dateTrouveObj not = dateRech then
               set objetRetenu to false
           end-if
           if busRech not = 0 and numBusObj not = busRech then
               set objetRetenu to false
           end-if
           if objetRetenu and lgMot > 0 then
               set objetRetenu to false
               move function upper-case(descriptionObj)
                   to descriptionMaj
               perform varying posMot from 1 by 1
                   until posMot > 61 - lgMot or objetRetenu
                   if descriptionMaj(posMot:lgMot) = motRech(1:lgMot)
                   then
                       set objetRetenu to true
                   end-if
               end-perform
           end-if
       .

       mod-enregistrer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               display a-effacer
               move 0 to affectSaisie
               display s-plg-saisie
               accept s-dateTrouve
               accept s-bus
               accept s-affect
               accept s-description
               accept s-depot
               accept s-trouvePar

               perform mod-verifSaisie
               if not saisieValide then
                   display a-plg-saisieInvalide
               else
                   perform mod-ecrireObjet
               end-if

               display a-plg-next
               accept s-next
           end-if
       .

       mod-verifSaisie.
           set saisieValide to true
           move dateTrouveSaisie to dateAValider
           perform mod-validerDate
           if not dateValide or dateTrouveSaisie > dateJour then
               set saisieValide to false
           end-if

           open input f-bus
           if statusBus not = '00' then
               set saisieValide to false
           else
               move busSaisi to numero
               read f-bus
                   invalid key
                       set saisieValide to false
               end-read
               close f-bus
           end-if

           if affectSaisie not = 0 then
               open input f-affectation
               if statusAffect not = '00' then
                   set saisieValide to false
               else
                   move affectSaisie to Numaffect
                   read f-affectation
                       invalid key
                           set saisieValide to false
                       not invalid key
                           if numbusA not = busSaisi then
                               set saisieValide to false
                           end-if
                   end-read
                   close f-affectation
               end-if
           end-if

           open input f-depot
           if statusDepot not = '00' then
               set saisieValide to false
           else
               move depotSaisi to numDepot
               read f-depot
                   invalid key
                       set saisieValide to false
               end-read
               close f-depot
           end-if
       .

       mod-ecrireObjet.
           open i-o f-objet
           if statusObjet = '35' then
               open output f-objet
               close f-objet
               open i-o f-objet
           end-if

           move 0 to newObjet
           set fin-lire to false
           read f-objet next
           end set fin-lire to true end-read
           perform until fin-lire
               if numObjet > newObjet then
                   move numObjet to newObjet
               end-if
               read f-objet next
               end set fin-lire to true end-read
           end-perform

           compute newObjet = newObjet + 1
           move newObjet to numObjet
           move dateTrouveSaisie to dateTrouveObj
           move busSaisi to numBusObj
           move affectSaisie to numAffectObj
           move descriptionSaisie to descriptionObj
           move depotSaisi to depotObj
           move trouveParSaisi to trouveParObj
           set objStocke to true
           move 0 to dateSortieObj
           move spaces to nomProprietaire telProprietaire
               pieceIdentiteObj operateurSortieObj

           write ObjetTrouve
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-res
                   move newObjet to objetSaisi
                   move 'AJOUT' to actionAudit
                   move descriptionObj to texteAudit
                   perform mod-ecrireAudit
           end-write
           close f-objet
       .

       mod-restituer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lireObjet
               if objetLu then
                   if not objStocke then
                       display a-plg-statutInvalide
                   else
                       display s-plg-restitution
                       accept s-proprietaire
                       accept s-tel
                       accept s-piece
                       set objRestitue to true
                       move dateJour to dateSortieObj
                       move proprietaireSaisi to nomProprietaire
                       move telSaisi to telProprietaire
                       move pieceSaisie to pieceIdentiteObj
                       move operateurID-parm to operateurSortieObj
                       move nomProprietaire to texteAudit
                       perform mod-majObjet
                   end-if
                   close f-objet
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       mod-sortir.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lireObjet
               if objetLu then
                   if not objStocke then
                       display a-plg-statutInvalide
                   else
                       display s-plg-confirm
                       accept s-confirm
                       if confirmSaisi = 'O' or confirmSaisi = 'o'
                       then
                           set objDetruit to true
                           move dateJour to dateSortieObj
                           move operateurID-parm
                               to operateurSortieObj
                           move 'destruction ou remise'
                               to texteAudit
                           perform mod-majObjet
                       else
                           display a-plg-abandon
                       end-if
                   end-if
                   close f-objet
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       *> saisie du numero et affichage de la fiche; le fichier reste
       *> ouvert en mise a jour si l'objet est trouve
       mod-lireObjet.
           display a-effacer
           display s-plg-saisieNum
           accept s-num
           set objetLu to false
           open i-o f-objet
           if statusObjet = '00' then
               move objetSaisi to numObjet
               read f-objet
                   not invalid key
                       set objetLu to true
               end-read
               if not objetLu then
                   close f-objet
               end-if
           end-if
           if objetLu then
               display a-plg-fiche
           else
               display a-plg-inconnu
           end-if
       .

       mod-majObjet.
           rewrite ObjetTrouve
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-resStatut
                   move 'MODIF' to actionAudit
                   perform mod-ecrireAudit
           end-rewrite
       .

       *> valide une date reelle (mois/jour selon le calendrier,
       *> annees bissextiles comprises) via function integer-of-date
       mod-validerDate.
           if function integer-of-date(dateAValider) = 0 then
               set dateValide to false
           else
               set dateValide to true
           end-if
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'OBJETTROUVE' to ligneAudit(25:11)
           move objetSaisi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move texteAudit to ligneAudit(54:27)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestObjetsTrouves.
