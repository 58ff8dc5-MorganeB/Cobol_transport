       program-id. gestEvenements.

       *> evenements (festival, congres, tournoi sportif) qui
       *> regroupent de nombreux trajets d'un organisateur sur
       *> plusieurs jours (Evenement.dat) : nom, client, dates,
       *> contact et budget convenu. Les commandes et les
       *> affectations sont rattachees a l'evenement dans
       *> EvenementPiece.dat (a la saisie de la commande, reprise a
       *> l'affectation par dispatchCommandes, ou ici une par une ou
       *> en bloc pour les trajets du client sur la periode).
       *> L'ecran des trajets montre chaque trajet avec son bus, son
       *> chauffeur et son etat, puis les bus et chauffeurs engages
       *> jour par jour. Avec la facture unique, les trajets de
       *> l'evenement sortent de la facturation mensuelle et font une
       *> seule facture emise par facturation le mois de la fin de
       *> l'evenement. Le bilan est edite par rapportEvenement.

       file-control.
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

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-commande assign 'Commande.dat' organization
           indexed
           access dynamic record key numCommande
           file status is statusCommande.

       file section.
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

       working-storage section.
       1 statusEvenement pic xx.
       1 statusEvPiece pic xx.
       1 statusClient pic xx.
       1 statusAffect pic xx.
       1 statusCommande pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 reponse pic x(01).
       1 dateJour pic 9(8).

       1 newEvenement pic 9(4).
       1 evenementSaisi pic 9(4).
       1 nomSaisi pic x(30).
       1 clientSaisi pic 9(4).
       1 dateDebSaisie pic 9(8).
       1 dateFinSaisie pic 9(8).
       1 contactSaisi pic x(30).
       1 telSaisi pic x(15).
       1 budgetSaisi pic 9(7)v99.
       1 factureUniqueSaisie pic x(01).
       1 motifRefus pic x(60).

       *> rattachement d'une piece
       1 typePieceSaisi pic x(01).
       1 pieceSaisie pic 9(6).
       1 evenementCible pic 9(4).
       1 clientPiece pic 9(4).
       1 nbRattaches pic 9(4).

       *> trajets de l'evenement et moyens engages par jour
       1 nbTrajets pic 9(3) value 0.
       1 tabTrajets.
           2 tabTrajet occurs 300.
               3 tabPiece pic x(01).
               3 tabNum pic 9(6).
               3 tabDeb pic 9(8).
               3 tabFin pic 9(8).
               3 tabBus pic 9(4).
               3 tabChauf pic 9(4).
               3 tabChauf2 pic 9(4).
               3 tabST pic 9(4).
               3 tabEtat pic x(20).
       1 idxT pic 9(3).
       1 idxT2 pic 9(3).
       1 intJour pic 9(8).
       1 intFinEv pic 9(8).
       1 dateCompte pic 9(8).
       1 nbBusJour pic 9(3).
       1 nbChaufJour pic 9(3).
       1 nbSTJour pic 9(3).
       1 chaufCompte pic 9(4).
       1 ligneTrajet.
           2 lignePiece pic x(01).
           2 ligneNum pic 9(6).
           2 ligneDeb pic 9(8).
           2 ligneFin pic 9(8).
           2 ligneBus pic 9(4).
           2 ligneChauf pic 9(4).
           2 ligneChauf2 pic 9(4).
           2 ligneEtat pic x(20).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 dejaCompte value 'o' false 'n'.

       1 pic x value 'n'.
       88 pieceTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 commandeOuverte value 'o' false 'n'.

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
           2 line 3 col 14 'Ev'&x'82'&'nements'.
           2 line 5 col 10 '1 Lister les '&x'82'&'v'&x'82'&'nements'.
           2 line 6 col 10 '2 Cr'&x'82'&'er ou modifier un '&x'82'&
           'v'&x'82'&'nement'.
           2 line 7 col 10 '3 Trajets et moyens engag'&x'82'&'s'.
           2 line 8 col 10 '4 Rattacher ou d'&x'82'&'tacher un trajet'.
           2 line 9 col 10 '5 Rattacher les trajets du client sur '&
           'la p'&x'82'&'riode'.
           2 line 10 col 10 '6 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 12 col 13 'Choix ? '.
           2 s-choix line 12 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Ev'&x'82'&'nements'.
           2 line 6 col 3 'Num'.
           2 line 6 col 9 'Nom'.
           2 line 6 col 36 'Client'.
           2 line 6 col 43 'D'&x'82'&'but'.
           2 line 6 col 53 'Fin'.
           2 line 6 col 63 'Budget'.
           2 line 6 col 73 'FU'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numEvenement.
           2 line i col 9 pic x(25) from nomEvenement.
           2 line i col 37 pic 9(4) from numClientEv.
           2 line i col 43 pic 9(8) from dateDebEv.
           2 line i col 53 pic 9(8) from dateFinEv.
           2 line i col 62 pic z(6)9 from budgetEv.
           2 line i col 74 pic x from factureUniqueEv.

       1 s-plg-saisieNum.
           2 line 5 col 4 'Ev'&x'82'&'nement'.
           2 line 7 col 10 'Num'&x'82'&'ro de l'''&x'82'&'v'&x'82'&
           'nement (0 = nouveau) : '.
           2 s-num pic 9(4) to evenementSaisi.

       1 s-plg-saisieNumConsult.
           2 line 3 col 4 'Ev'&x'82'&'nement : '.
           2 s-numConsult pic 9(4) to evenementSaisi required.

       1 a-plg-numero.
           2 line 7 col 56 'Ev'&x'82'&'nement '.
           2 a-num pic 9(4) from evenementSaisi.

       1 s-plg-saisieEvenement.
           2 line 9 col 10 'Nom : '.
           2 s-nom pic x(30) using nomSaisi required.
           2 line 10 col 10 'Client organisateur : '.
           2 s-client pic 9(4) using clientSaisi required.
           2 line 11 col 10 'Du (AAAAMMJJ) : '.
           2 s-dateDeb pic 9(8) using dateDebSaisie required.
           2 line 11 col 40 'au : '.
           2 s-dateFin pic 9(8) using dateFinSaisie required.
           2 line 12 col 10 'Contact : '.
           2 s-contact pic x(30) using contactSaisi.
           2 line 13 col 10 'T'&x'82'&'l'&x'82'&'phone : '.
           2 s-tel pic x(15) using telSaisi.
           2 line 14 col 10 'Budget convenu (euros.centimes) : '.
           2 s-budget pic 9(7).99 using budgetSaisi.
           2 line 15 col 10 'Facture unique pour l'''&x'82'&'v'&x'82'&
           'nement (O/N) : '.
           2 s-factureUnique pic x using factureUniqueSaisie.

       1 a-plg-dejaFacture.
           2 line 16 col 10 'Facture unique d'&x'82'&'j'&x'85'&
           ' '&x'82'&'mise : '.
           2 a-facture pic 9(6) from numFactureEv.

       1 s-plg-rattacher.
           2 line 5 col 4 'Rattacher ou d'&x'82'&'tacher un trajet'.
           2 line 7 col 10 'Pi'&x'8a'&'ce (A = affectation, C = '&
           'commande) : '.
           2 s-typePiece pic x to typePieceSaisi required.
           2 line 8 col 10 'Num'&x'82'&'ro : '.
           2 s-piece pic 9(6) to pieceSaisie required.
           2 line 9 col 10 'Ev'&x'82'&'nement (0000 = d'&x'82'&
           'tacher) : '.
           2 s-evenementCible pic 9(4) to evenementCible.

       1 s-plg-confirmBloc.
           2 line 5 col 10 pic x(30) from nomEvenement.
           2 line 7 col 10 'Rattacher les affectations et commandes '&
           'en attente du client'.
           2 line 8 col 10 'entre le '.
           2 a-debBloc pic 9(8) from dateDebEv.
           2 ' et le '.
           2 a-finBloc pic 9(8) from dateFinEv.
           2 ' (O/N) : '.
           2 s-reponse pic x to reponse required.

       1 a-plg-refus.
           2 line 18 col 10 pic x(60) from motifRefus.

       1 a-plg-res.
           2 line 18 col 15 'Ev'&x'82'&'nement enregistr'&x'82'&' !'.

       1 a-plg-resRattache.
           2 line 18 col 15 'Rattachement mis '&x'85'&' jour !'.

       1 a-plg-resBloc.
           2 line 18 col 15 'Trajets rattach'&x'82'&'s : '.
           2 a-nbRattaches pic z(3)9 from nbRattaches.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-inconnu.
           2 line 15 col 10 'Ev'&x'82'&'nement inconnu'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun '&x'82'&'v'&x'82'&'nement enregistr'&
           x'82'.

       1 a-plg-titreTrajets.
           2 blank screen.
           2 line 3 col 4 'Ev'&x'82'&'nement '.
           2 a-numT pic 9(4) from numEvenement.
           2 line 3 col 21 pic x(30) from nomEvenement.
           2 line 4 col 4 'Client '.
           2 a-clientT pic 9(4) from numClientEv.
           2 line 4 col 21 'du '.
           2 a-debT pic 9(8) from dateDebEv.
           2 ' au '.
           2 a-finT pic 9(8) from dateFinEv.
           2 line 6 col 3 'Pi'&x'8a'&'ce'.
           2 line 6 col 13 'D'&x'82'&'but'.
           2 line 6 col 23 'Fin'.
           2 line 6 col 33 'Bus'.
           2 line 6 col 39 'Chauf.'.
           2 line 6 col 46 '2e ch.'.
           2 line 6 col 54 'Etat'.

       1 a-plg-resTrajet.
           2 line i col 3 pic x from lignePiece.
           2 line i col 5 pic 9(6) from ligneNum.
           2 line i col 13 pic 9(8) from ligneDeb.
           2 line i col 23 pic 9(8) from ligneFin.
           2 line i col 33 pic 9(4) from ligneBus.
           2 line i col 40 pic 9(4) from ligneChauf.
           2 line i col 47 pic 9(4) from ligneChauf2.
           2 line i col 54 pic x(20) from ligneEtat.

       1 a-plg-aucunTrajet.
           2 line 8 col 4 'Aucun trajet rattach'&x'82'.

       1 a-plg-titreJours.
           2 blank screen.
           2 line 3 col 4 'Moyens engag'&x'82'&'s par jour'.
           2 line 3 col 30 pic x(30) from nomEvenement.
           2 line 6 col 3 'Jour'.
           2 line 6 col 15 'Bus'.
           2 line 6 col 22 'Chauffeurs'.
           2 line 6 col 35 'Sous-trait'&x'82'&'s'.

       1 a-plg-resJour.
           2 line i col 3 pic 9(8) from dateCompte.
           2 line i col 15 pic zz9 from nbBusJour.
           2 line i col 25 pic zz9 from nbChaufJour.
           2 line i col 38 pic zz9 from nbSTJour.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 6
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
                   when 3 perform mod-consulterTrajets
                   when 4 perform mod-rattacher
                   when 5 perform mod-rattacherBloc
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-evenement
           if statusEvenement = '00' then
               read f-evenement next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set ligneTrouvee to true
                       display a-plg-resListe
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreListe
                       end-if
                   end-if
                   read f-evenement next
                   end set fin-lire to true end-read
               end-perform
               close f-evenement
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-definir.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           move 0 to evenementSaisi
           display s-plg-saisieNum
           accept s-num

           open i-o f-evenement
           if statusEvenement = '35' then
               open output f-evenement
               close f-evenement
               open i-o f-evenement
           end-if

           set ligneTrouvee to false
           if evenementSaisi = 0 then
               perform mod-numeroLibre
               move newEvenement to evenementSaisi
           else
               move evenementSaisi to numEvenement
               read f-evenement
                   not invalid key
                       set ligneTrouvee to true
               end-read
           end-if

           if ligneTrouvee then
               move nomEvenement to nomSaisi
               move numClientEv to clientSaisi
               move dateDebEv to dateDebSaisie
               move dateFinEv to dateFinSaisie
               move contactEv to contactSaisi
               move telContactEv to telSaisi
               move budgetEv to budgetSaisi
               move factureUniqueEv to factureUniqueSaisie
           else
               move spaces to nomSaisi contactSaisi telSaisi
               move 0 to clientSaisi dateDebSaisie dateFinSaisie
                   budgetSaisi numFactureEv
               move 'N' to factureUniqueSaisie
           end-if

           display a-plg-numero
           display s-plg-saisieEvenement
           if ligneTrouvee and numFactureEv not = 0 then
               display a-plg-dejaFacture
           end-if
           accept s-nom
           accept s-client
           accept s-dateDeb
           accept s-dateFin
           accept s-contact
           accept s-tel
           accept s-budget
           accept s-factureUnique

           perform mod-verifEvenement
           if motifRefus not = spaces then
               display a-plg-refus
               close f-evenement
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           move evenementSaisi to numEvenement
           move nomSaisi to nomEvenement
           move clientSaisi to numClientEv
           move dateDebSaisie to dateDebEv
           move dateFinSaisie to dateFinEv
           move contactSaisi to contactEv
           move telSaisi to telContactEv
           move budgetSaisi to budgetEv
           *> la facture unique emise, le mode ne change plus
           if numFactureEv = 0 then
               if factureUniqueSaisie = 'o' then
                   move 'O' to factureUniqueSaisie
               end-if
               if factureUniqueSaisie not = 'O' then
                   move 'N' to factureUniqueSaisie
               end-if
               move factureUniqueSaisie to factureUniqueEv
           end-if
           if ligneTrouvee then
               rewrite Evenement
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'MODIF' to actionAudit
                       perform mod-ecrireAudit
               end-rewrite
           else
               move 0 to numFactureEv
               write Evenement
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'AJOUT' to actionAudit
                       perform mod-ecrireAudit
               end-write
           end-if
           close f-evenement

           display a-plg-next
           accept s-next
       .

       *> client existant, dates valides et dans l'ordre
       mod-verifEvenement.
           move spaces to motifRefus
           if function integer-of-date(dateDebSaisie) = 0
           or function integer-of-date(dateFinSaisie) = 0 then
               move 'Saisir des dates correctes svp' to motifRefus
               exit paragraph
           end-if
           if dateFinSaisie < dateDebSaisie then
               move 'La fin pr'&x'82'&'c'&x'8a'&'de le d'&x'82'&'but'
                   to motifRefus
               exit paragraph
           end-if
           open input f-client
           if statusClient = '00' then
               move clientSaisi to numClient
               read f-client
                   invalid key
                       move 'Ce client n''existe pas' to motifRefus
               end-read
               close f-client
           else
               move 'Ce client n''existe pas' to motifRefus
           end-if
       .

       *> prochain numero libre (maximum + 1)
       mod-numeroLibre.
           move 0 to newEvenement
           set fin-lire to false
           move 0 to numEvenement
           start f-evenement key is not less numEvenement
               invalid key
                   set fin-lire to true
           end-start
           perform until fin-lire
               read f-evenement next
                   at end
                       set fin-lire to true
                   not at end
                       if numEvenement > newEvenement then
                           move numEvenement to newEvenement
                       end-if
               end-read
           end-perform
           compute newEvenement = newEvenement + 1
       .

       *> lecture de l'evenement evenementSaisi
       mod-lireEvenement.
           set ligneTrouvee to false
           open input f-evenement
           if statusEvenement = '00' then
               move evenementSaisi to numEvenement
               read f-evenement
                   not invalid key
                       set ligneTrouvee to true
               end-read
               close f-evenement
           end-if
       .

       mod-consulterTrajets.
           display a-effacer
           display s-plg-saisieNumConsult
           accept s-numConsult
           perform mod-lireEvenement
           if not ligneTrouvee then
               display a-plg-inconnu
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           perform mod-chargerTrajets

           display a-plg-titreTrajets
           move 8 to i
           if nbTrajets = 0 then
               display a-plg-aucunTrajet
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           perform varying idxT from 1 by 1 until idxT > nbTrajets
               move tabPiece(idxT) to lignePiece
               move tabNum(idxT) to ligneNum
               move tabDeb(idxT) to ligneDeb
               move tabFin(idxT) to ligneFin
               move tabBus(idxT) to ligneBus
               move tabChauf(idxT) to ligneChauf
               move tabChauf2(idxT) to ligneChauf2
               move tabEtat(idxT) to ligneEtat
               display a-plg-resTrajet
               compute i = i + 1
               if (i > 20) then
                   compute i = 8
                   display a-plg-nextPage
                   accept s-nextPage
                   display a-plg-titreTrajets
               end-if
           end-perform
           display a-plg-next
           accept s-next

           perform mod-moyensParJour
       .

       *> trajets rattaches a l'evenement : ses affectations, et ses
       *> commandes encore en attente ou refusees (une commande
       *> servie apparait par son affectation)
       mod-chargerTrajets.
           move 0 to nbTrajets
           accept dateJour from date yyyymmdd
           open input f-evPiece
           if statusEvPiece not = '00' then
               exit paragraph
           end-if
           open input f-affectation
           set affectOuverte to false
           if statusAffect = '00' then
               set affectOuverte to true
           end-if
           open input f-commande
           set commandeOuverte to false
           if statusCommande = '00' then
               set commandeOuverte to true
           end-if

           move numEvenement to numEvenementEP
           set fin-lire to false
           start f-evPiece key is equal numEvenementEP
               invalid key
                   set fin-lire to true
           end-start
           perform until fin-lire
               read f-evPiece next
                   at end
                       set fin-lire to true
                   not at end
                       if numEvenementEP not = numEvenement then
                           set fin-lire to true
                       else
                           if nbTrajets < 300 then
                               perform mod-chargerPiece
                           end-if
                       end-if
               end-read
           end-perform

           if affectOuverte then
               close f-affectation
               set affectOuverte to false
           end-if
           if commandeOuverte then
               close f-commande
               set commandeOuverte to false
           end-if
           close f-evPiece
       .

       mod-chargerPiece.
           if typePieceEv = 'A' and affectOuverte then
               move numPieceEv to Numaffect
               read f-affectation
                   invalid key
                       exit paragraph
               end-read
               add 1 to nbTrajets
               move 'A' to tabPiece(nbTrajets)
               move Numaffect to tabNum(nbTrajets)
               move dateDebAffectA to tabDeb(nbTrajets)
               move dateFinAffectA to tabFin(nbTrajets)
               move numbusA to tabBus(nbTrajets)
               move numchaufA to tabChauf(nbTrajets)
               move numchauf2A to tabChauf2(nbTrajets)
               move numSousTraitantA to tabST(nbTrajets)
               evaluate true
                   when annulee
                       move 'Annul'&x'82' to tabEtat(nbTrajets)
                   when numSousTraitantA not = 0
                       move 'Sous-trait'&x'82'
                           to tabEtat(nbTrajets)
                   when dateFinAffectA not = 0
                   and dateFinAffectA < dateJour
                       move 'Termin'&x'82' to tabEtat(nbTrajets)
                   when dateDebAffectA <= dateJour
                       move 'En cours' to tabEtat(nbTrajets)
                   when other
                       move 'Pr'&x'82'&'vu' to tabEtat(nbTrajets)
               end-evaluate
           end-if
           if typePieceEv = 'C' and commandeOuverte then
               move numPieceEv to numCommande
               read f-commande
                   invalid key
                       exit paragraph
               end-read
               if cmdAssignee then
                   exit paragraph
               end-if
               add 1 to nbTrajets
               move 'C' to tabPiece(nbTrajets)
               move numCommande to tabNum(nbTrajets)
               move dateDemandee to tabDeb(nbTrajets)
               move dateDemandee to tabFin(nbTrajets)
               move 0 to tabBus(nbTrajets) tabChauf(nbTrajets)
                   tabChauf2(nbTrajets) tabST(nbTrajets)
               if cmdRefusee then
                   move 'Commande refus'&x'82'&'e'
                       to tabEtat(nbTrajets)
               else
                   move 'Commande en attente' to tabEtat(nbTrajets)
               end-if
           end-if
       .

       *> pour chaque jour de l'evenement, bus et chauffeurs
       *> distincts des affectations non annulees qui le couvrent;
       *> les trajets sous-traites sont comptes a part
       mod-moyensParJour.
           display a-plg-titreJours
           move 8 to i
           compute intJour = function integer-of-date(dateDebEv)
           compute intFinEv = function integer-of-date(dateFinEv)
           perform until intJour > intFinEv
               compute dateCompte = function date-of-integer(intJour)
               move 0 to nbBusJour nbChaufJour nbSTJour
               perform varying idxT from 1 by 1 until idxT > nbTrajets
                   if tabPiece(idxT) = 'A'
                   and tabEtat(idxT) not = 'Annul'&x'82'
                   and tabDeb(idxT) <= dateCompte
                   and (tabFin(idxT) = 0 or tabFin(idxT) >= dateCompte)
                   then
                       perform mod-compterTrajetJour
                   end-if
               end-perform
               display a-plg-resJour
               compute i = i + 1
               if (i > 20) then
                   compute i = 8
                   display a-plg-nextPage
                   accept s-nextPage
                   display a-plg-titreJours
               end-if
               add 1 to intJour
           end-perform
           display a-plg-next
           accept s-next
       .

       *> le trajet idxT couvre le jour : son bus et ses chauffeurs
       *> comptent s'ils n'ont pas deja servi ce jour-la
       mod-compterTrajetJour.
           if tabST(idxT) not = 0 then
               add 1 to nbSTJour
               exit paragraph
           end-if
           if tabBus(idxT) not = 0 then
               set dejaCompte to false
               perform varying idxT2 from 1 by 1 until idxT2 >= idxT
                   if tabBus(idxT2) = tabBus(idxT)
                   and tabST(idxT2) = 0
                   and tabPiece(idxT2) = 'A'
                   and tabEtat(idxT2) not = 'Annul'&x'82'
                   and tabDeb(idxT2) <= dateCompte
                   and (tabFin(idxT2) = 0
                   or tabFin(idxT2) >= dateCompte) then
                       set dejaCompte to true
                   end-if
               end-perform
               if not dejaCompte then
                   add 1 to nbBusJour
               end-if
           end-if
           if tabChauf(idxT) not = 0 then
               move tabChauf(idxT) to chaufCompte
               perform mod-compterChauffeur
           end-if
           if tabChauf2(idxT) not = 0 then
               move tabChauf2(idxT) to chaufCompte
               perform mod-compterChauffeur
           end-if
       .

       *> chauffeur chaufCompte deja vu ce jour sur un trajet
       *> precedent (comme premier ou second chauffeur) ?
       mod-compterChauffeur.
           set dejaCompte to false
           perform varying idxT2 from 1 by 1 until idxT2 >= idxT
               if (tabChauf(idxT2) = chaufCompte
               or tabChauf2(idxT2) = chaufCompte)
               and tabST(idxT2) = 0
               and tabPiece(idxT2) = 'A'
               and tabEtat(idxT2) not = 'Annul'&x'82'
               and tabDeb(idxT2) <= dateCompte
               and (tabFin(idxT2) = 0
               or tabFin(idxT2) >= dateCompte) then
                   set dejaCompte to true
               end-if
           end-perform
           if tabChauf2(idxT) = tabChauf(idxT)
           and chaufCompte = tabChauf2(idxT)
           and tabChauf2(idxT) not = 0 then
               set dejaCompte to true
           end-if
           if not dejaCompte then
               add 1 to nbChaufJour
           end-if
       .

       *> rattachement (ou detachement) d'une affectation ou d'une
       *> commande du client de l'evenement
       mod-rattacher.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-rattacher
           accept s-typePiece
           accept s-piece
           accept s-evenementCible
           move function upper-case(typePieceSaisi) to typePieceSaisi

           move spaces to motifRefus
           perform mod-lirePiece
           if not pieceTrouvee then
               move 'Pi'&x'8a'&'ce inconnue' to motifRefus
           end-if
           if motifRefus = spaces and evenementCible not = 0 then
               move evenementCible to evenementSaisi
               perform mod-lireEvenement
               evaluate true
                   when not ligneTrouvee
                       move 'Ev'&x'82'&'nement inconnu' to motifRefus
                   when numClientEv not = clientPiece
                       move 'La pi'&x'8a'&'ce est d''un autre client'
                           to motifRefus
                   when numFactureEv not = 0
                       move 'Ev'&x'82'&'nement d'&x'82'&'j'&x'85'&
                           ' factur'&x'82' to motifRefus
               end-evaluate
           end-if
           if motifRefus not = spaces then
               display a-plg-refus
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           perform mod-ouvrirEvPiece
           move typePieceSaisi to typePieceEv
           move pieceSaisie to numPieceEv
           read f-evPiece
               invalid key
                   set ligneTrouvee to false
               not invalid key
                   set ligneTrouvee to true
           end-read
           if ligneTrouvee and numEvenementEP not = evenementCible
           then
               *> une piece deja passee sur une facture unique reste
               *> sur son evenement
               move numEvenementEP to evenementSaisi
               close f-evPiece
               perform mod-lireEvenement
               perform mod-ouvrirEvPiece
               if ligneTrouvee and numFactureEv not = 0 then
                   move 'Ev'&x'82'&'nement d'&x'82'&'j'&x'85'&
                       ' factur'&x'82' to motifRefus
                   display a-plg-refus
                   close f-evPiece
                   display a-plg-next
                   accept s-next
                   exit paragraph
               end-if
               move typePieceSaisi to typePieceEv
               move pieceSaisie to numPieceEv
               read f-evPiece
                   invalid key
                       continue
               end-read
               set ligneTrouvee to true
           end-if

           move evenementCible to numEvenementEP
           evaluate true
               when evenementCible = 0 and ligneTrouvee
                   delete f-evPiece
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-resRattache
                           move 'SUPPR' to actionAudit
                           perform mod-ecrireAuditPiece
                   end-delete
               when evenementCible = 0
                   display a-plg-resRattache
               when ligneTrouvee
                   rewrite EvenementPiece
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-resRattache
                           move 'MODIF' to actionAudit
                           perform mod-ecrireAuditPiece
                   end-rewrite
               when other
                   write EvenementPiece
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-resRattache
                           move 'AJOUT' to actionAudit
                           perform mod-ecrireAuditPiece
                   end-write
           end-evaluate
           close f-evPiece

           display a-plg-next
           accept s-next
       .

       *> piece typePieceSaisi / pieceSaisie et son client
       mod-lirePiece.
           set pieceTrouvee to false
           move 0 to clientPiece
           evaluate typePieceSaisi
               when 'A'
                   open input f-affectation
                   if statusAffect = '00' then
                       move pieceSaisie to Numaffect
                       read f-affectation
                           not invalid key
                               set pieceTrouvee to true
                               move numClientA to clientPiece
                       end-read
                       close f-affectation
                   end-if
               when 'C'
                   open input f-commande
                   if statusCommande = '00' then
                       move pieceSaisie to numCommande
                       read f-commande
                           not invalid key
                               set pieceTrouvee to true
                               move numClientCmd to clientPiece
                       end-read
                       close f-commande
                   end-if
           end-evaluate
       .

       mod-ouvrirEvPiece.
           open i-o f-evPiece
           if statusEvPiece = '35' then
               open output f-evPiece
               close f-evPiece
               open i-o f-evPiece
           end-if
       .

       *> rattachement en bloc : affectations non annulees et
       *> commandes en attente du client dont la date tombe dans
       *> l'evenement et qui ne sont rattachees a aucun evenement
       mod-rattacherBloc.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisieNumConsult
           accept s-numConsult
           perform mod-lireEvenement
           if not ligneTrouvee then
               display a-plg-inconnu
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           if numFactureEv not = 0 then
               move 'Ev'&x'82'&'nement d'&x'82'&'j'&x'85'&
                   ' factur'&x'82' to motifRefus
               display a-plg-refus
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-confirmBloc
           accept s-reponse
           if reponse not = 'O' and reponse not = 'o' then
               exit paragraph
           end-if

           move 0 to nbRattaches
           perform mod-ouvrirEvPiece

           open input f-affectation
           if statusAffect = '00' then
               move dateDebEv to dateDebAffectA
               set fin-lire to false
               start f-affectation key is not less dateDebAffectA
                   invalid key
                       set fin-lire to true
               end-start
               perform until fin-lire
                   read f-affectation next
                       at end
                           set fin-lire to true
                       not at end
                           if dateDebAffectA > dateFinEv then
                               set fin-lire to true
                           else
                               if numClientA = numClientEv
                               and not annulee then
                                   move 'A' to typePieceEv
                                   move Numaffect to numPieceEv
                                   perform mod-lierBloc
                               end-if
                           end-if
                   end-read
               end-perform
               close f-affectation
           end-if

           open input f-commande
           if statusCommande = '00' then
               set fin-lire to false
               read f-commande next
               end set fin-lire to true end-read
               perform until fin-lire
                   if numClientCmd = numClientEv and cmdEnAttente
                   and dateDemandee >= dateDebEv
                   and dateDemandee <= dateFinEv then
                       move 'C' to typePieceEv
                       move numCommande to numPieceEv
                       perform mod-lierBloc
                   end-if
                   read f-commande next
                   end set fin-lire to true end-read
               end-perform
               close f-commande
           end-if
           close f-evPiece

           display a-plg-resBloc
           if nbRattaches > 0 then
               move 'AJOUT' to actionAudit
               move spaces to typePieceEv
               move 0 to numPieceEv
               perform mod-ecrireAuditPiece
           end-if
           display a-plg-next
           accept s-next
       .

       *> une piece deja rattachee (a cet evenement ou a un autre)
       *> n'est pas touchee
       mod-lierBloc.
           move numEvenement to numEvenementEP
           write EvenementPiece
               invalid key
                   continue
               not invalid key
                   add 1 to nbRattaches
           end-write
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'EVENEMENT' to ligneAudit(25:11)
           move numEvenement to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move numClientEv to ligneAudit(54:4)
           move factureUniqueEv to ligneAudit(59:1)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> rattachement : evenement, piece (ou nombre de pieces
       *> rattachees en bloc)
       mod-ecrireAuditPiece.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'EVT-PIECE' to ligneAudit(25:11)
           move numEvenementEP to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           if numPieceEv not = 0 then
               move typePieceEv to ligneAudit(54:1)
               move numPieceEv to ligneAudit(56:6)
           else
               move nbRattaches to ligneAudit(54:4)
           end-if
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestEvenements.
