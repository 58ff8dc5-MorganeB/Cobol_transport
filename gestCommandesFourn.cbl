       program-id. gestCommandesFourn.

       *> suivi des commandes fournisseurs creees par
       *> propositionCommandes : la reception se saisit contre la
       *> commande, ligne par ligne; chaque quantite recue entre au
       *> magasin par un mouvement de reception 'R' et le cout
       *> unitaire de la reference devient le cout moyen pondere du
       *> stock et de la livraison. Une commande est soldee quand
       *> toutes ses lignes sont recues. L'etat des commandes en
       *> retard (date promise depassee) part dans
       *> cdeRetard-AAAAMMJJ.txt

       file-control.
           select f-commandeF assign 'CommandeFourn.dat'
           organization indexed access dynamic
           record key numCdeF
           alternate record key numFournCdeF duplicates
           file status is statusCommandeF.

           select f-ligneCdeF assign 'LigneCdeFourn.dat'
           organization indexed access dynamic
           record key cleLigneCdeF
           alternate record key refPieceL duplicates
           file status is statusLigneCdeF.

           select f-fournisseur assign 'Fournisseur.dat'
           organization indexed access dynamic
           record key numFournisseur
           file status is statusFournisseur.

           select f-piece assign 'Piece.dat'
           organization indexed access dynamic
           record key refPiece
           file status is statusPiece.

           select f-mouvement assign 'MouvementPiece.dat'
           organization indexed access dynamic
           record key numMouvement
           alternate record key refPieceM duplicates
           file status is statusMouvement.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
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

       fd f-ligneCdeF.
       1 LigneCdeFourn.
           2 cleLigneCdeF.
               3 numCdeL pic 9(6).
               3 numLigneL pic 9(3).
           2 refPieceL pic x(10).
           2 qteCdeL pic 9(5).
           2 qteRecueL pic 9(5).
           2 prixUnitL pic 9(5)v99.

       fd f-fournisseur.
       1 Fournisseur.
           2 numFournisseur pic 9(4).
           2 nomFournisseur pic x(30).
           2 contactFournisseur pic x(30).
           2 adresseFournisseur pic x(40).
           2 villeFournisseur pic x(20).
           2 telFournisseur pic x(15).
           2 delaiFournisseur pic 9(3).

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

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusCommandeF pic xx.
       1 statusLigneCdeF pic xx.
       1 statusFournisseur pic xx.
       1 statusPiece pic xx.
       1 statusMouvement pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 confirmSaisi pic x.
       1 actionAudit pic x(5).
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 dateJour pic 9(8).
       1 cdeSaisie pic 9(6).
       1 qteSaisie pic 9(5).
       1 prixSaisi pic 9(5)v99.
       1 qteRestante pic 9(5).
       1 newMouvement pic 9(6).
       1 nbRecues pic 9(3).
       1 nbRetards pic 9(3).
       1 joursRetard pic 9(5).
       1 montantEdite pic zzzzzz9.99.
       1 libStatut pic x(10).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 fin-ligne value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 commandeTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 resteARecevoir value 'o' false 'n'.

       1 pic x value 'n'.
       88 pieceTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 fournOuvert value 'o' false 'n'.

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
           2 line 3 col 14 'Commandes fournisseurs'.
           2 line 5 col 10 '1 Consulter les commandes en cours'.
           2 line 6 col 10 '2 R'&x'82'&'ception sur commande'.
           2 line 7 col 10 '3 Annuler une commande'.
           2 line 8 col 10 '4 R'&x'82'&x'82'&'diter un bon de '&
           'commande'.
           2 line 9 col 10 '5 Commandes en retard (cdeRetard-'&
           'AAAAMMJJ.txt)'.
           2 line 10 col 10 '6 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 12 col 13 'Choix ? '.
           2 s-choix line 12 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Commandes fournisseurs en cours'.
           2 line 6 col 3 'Num'.
           2 line 6 col 11 'Fourn.'.
           2 line 6 col 19 'Command'&x'82'&'e'.
           2 line 6 col 30 'Promise'.
           2 line 6 col 41 'Statut'.
           2 line 6 col 53 'Montant'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(6) from numCdeF.
           2 line i col 11 pic 9(4) from numFournCdeF.
           2 line i col 19 pic 9(8) from dateCdeF.
           2 line i col 30 pic 9(8) from datePromiseCdeF.
           2 line i col 41 pic x(10) from libStatut.
           2 line i col 52 pic zzzzzz9.99 from montantCdeF.

       1 a-plg-enRetard.
           2 line i col 64 '* RETARD'.

       1 s-plg-saisieNum.
           2 line 5 col 10 'Num'&x'82'&'ro de commande : '.
           2 s-num pic 9(6) to cdeSaisie required.

       1 a-plg-ligneRec.
           2 line 8 col 1 blank line.
           2 line 9 col 1 blank line.
           2 line 10 col 1 blank line.
           2 line 11 col 1 blank line.
           2 line 8 col 10 'Ligne '.
           2 a-numLigne pic zz9 from numLigneL.
           2 ' : '.
           2 a-refLigne pic x(10) from refPieceL.
           2 ' '.
           2 a-desLigne pic x(30) from designationPiece.
           2 line 9 col 10 'Command'&x'82'&'e : '.
           2 a-qteCde pic z(4)9 from qteCdeL.
           2 '  d'&x'82'&'j'&x'85'&' re'&x'87'&'ue : '.
           2 a-qteRecue pic z(4)9 from qteRecueL.
           2 '  prix : '.
           2 a-prixLigne pic zzzz9.99 from prixUnitL.

       1 s-plg-qteRec.
           2 line 10 col 10 'Quantit'&x'82'&' re'&x'87'&'ue : '.
           2 s-qteRec pic 9(5) to qteSaisie.
           2 line 11 col 10 'Prix unitaire factur'&x'82'&
           ' (0 = prix command'&x'82'&') : '.
           2 s-prixRec pic 9(5)v99 to prixSaisi.

       1 s-plg-confirm.
           2 line 12 col 5 'Confirmer l''annulation (O/N) : '.
           2 s-confirm pic x to confirmSaisi required.

       1 a-plg-inconnue.
           2 line 15 col 10 'Commande inconnue'.

       1 a-plg-nonOuverte.
           2 line 15 col 10 'Cette commande n''est plus en cours'.

       1 a-plg-tropRecu.
           2 line 15 col 10 'Quantit'&x'82'&' sup'&x'82'&'rieure '&
           'au reste '&x'85'&' recevoir : ligne ignor'&x'82'&'e'.

       1 a-plg-pieceInconnue.
           2 line 15 col 10 'R'&x'82'&'f'&x'82'&'rence inconnue au '&
           'magasin : ligne ignor'&x'82'&'e'.

       1 a-plg-effacerMsg.
           2 line 15 col 1 blank line.

       1 a-plg-resRec.
           2 line 18 col 15 'R'&x'82'&'ception enregistr'&x'82'&
           'e : '.
           2 a-nbRecues pic zz9 from nbRecues.
           2 ' ligne(s)'.

       1 a-plg-resAnnul.
           2 line 18 col 15 'Commande annul'&x'82'&'e !'.

       1 a-plg-resEdition.
           2 line 18 col 15 'Bon r'&x'82'&x'82'&'dit'&x'82'&
           ' dans bonCde-'.
           2 a-cdeEditee pic 9(6) from cdeSaisie.
           2 '.txt'.

       1 a-plg-resRetard.
           2 line 18 col 10 'Rapport produit : '.
           2 a-nbRetards pic zz9 from nbRetards.
           2 ' commande(s) en retard'.

       1 a-plg-aucune.
           2 line 9 col 4 'Aucune commande en cours'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 6
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               accept dateJour from date yyyymmdd
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-reception
                   when 3 perform mod-annuler
                   when 4 perform mod-reediter
                   when 5 perform mod-retards
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-commandeF
           if statusCommandeF = '00' then
               set fin-lire to false
               read f-commandeF next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire
                   and (cdeOuverte or cdePartielle) then
                       set ligneTrouvee to true
                       perform mod-libStatut
                       display a-plg-resListe
                       if datePromiseCdeF < dateJour then
                           display a-plg-enRetard
                       end-if
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreListe
                       end-if
                   end-if
                   read f-commandeF next
                   end set fin-lire to true end-read
               end-perform
               close f-commandeF
           end-if
           if not ligneTrouvee then
               display a-plg-aucune
           end-if
           display a-plg-next
           accept s-next
       .

       mod-libStatut.
           evaluate true
               when cdeOuverte
                   move 'ouverte' to libStatut
               when cdePartielle
                   move 'partielle' to libStatut
               when cdeSoldee
                   move 'sold'&x'82'&'e' to libStatut
               when cdeAnnulee
                   move 'annul'&x'82'&'e' to libStatut
           end-evaluate
       .

       *> lit la commande cdeSaisie; si elle existe le fichier reste
       *> ouvert en i-o pour la mise a jour
       mod-lireCommande.
           set commandeTrouvee to false
           open i-o f-commandeF
           if statusCommandeF = '00' then
               move cdeSaisie to numCdeF
               read f-commandeF
                   not invalid key
                       set commandeTrouvee to true
               end-read
               if not commandeTrouvee then
                   close f-commandeF
               end-if
           end-if
       .

       *> reception ligne par ligne des quantites restant dues
       mod-reception.
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
           perform mod-lireCommande
           if not commandeTrouvee then
               display a-plg-inconnue
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           if not cdeOuverte and not cdePartielle then
               close f-commandeF
               display a-plg-nonOuverte
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           move 0 to nbRecues
           set resteARecevoir to false
           open i-o f-ligneCdeF
           open i-o f-piece
           set fin-ligne to false
           move cdeSaisie to numCdeL
           move 0 to numLigneL
           start f-ligneCdeF key is >= cleLigneCdeF
               invalid key set fin-ligne to true
           end-start
           perform until fin-ligne
               read f-ligneCdeF next
                   at end
                       set fin-ligne to true
                   not at end
                       if numCdeL not = cdeSaisie then
                           set fin-ligne to true
                       else
                           if qteRecueL < qteCdeL then
                               perform mod-recevoirLigne
                           end-if
                       end-if
               end-read
           end-perform
           close f-piece
           close f-ligneCdeF

           if nbRecues > 0 then
               if resteARecevoir then
                   set cdePartielle to true
               else
                   set cdeSoldee to true
               end-if
               rewrite CommandeFourn end-rewrite
               move 'RECEP' to actionAudit
               perform mod-ecrireAudit
           end-if
           close f-commandeF

           display a-plg-resRec
           display a-plg-next
           accept s-next
       .

       *> une ligne : quantite recue, entree au magasin, cout moyen
       mod-recevoirLigne.
           set pieceTrouvee to true
           move refPieceL to refPiece
           read f-piece
               invalid key
                   set pieceTrouvee to false
                   move spaces to designationPiece
           end-read
           compute qteRestante = qteCdeL - qteRecueL
           move 0 to qteSaisie
           move 0 to prixSaisi
           display a-plg-ligneRec
           display s-plg-qteRec
           accept s-qteRec
           accept s-prixRec
           display a-plg-effacerMsg

           evaluate true
               when qteSaisie = 0
                   set resteARecevoir to true
               when qteSaisie > qteRestante
                   display a-plg-tropRecu
                   set resteARecevoir to true
               when not pieceTrouvee
                   display a-plg-pieceInconnue
                   set resteARecevoir to true
               when other
                   if prixSaisi = 0 then
                       move prixUnitL to prixSaisi
                   end-if
                   compute coutUnitaire rounded =
                       (qteStock * coutUnitaire
                       + qteSaisie * prixSaisi)
                       / (qteStock + qteSaisie)
                   add qteSaisie to qteStock
                   rewrite Piece end-rewrite
                   add qteSaisie to qteRecueL
                   rewrite LigneCdeFourn end-rewrite
                   perform mod-ecrireMouvement
                   add 1 to nbRecues
                   if qteRecueL < qteCdeL then
                       set resteARecevoir to true
                   end-if
           end-evaluate
       .

       mod-ecrireMouvement.
           open i-o f-mouvement
           if statusMouvement = '35' then
               open output f-mouvement
               close f-mouvement
               open i-o f-mouvement
           end-if
           move 0 to newMouvement
           set fin-lire to false
           read f-mouvement next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if numMouvement > newMouvement then
                   move numMouvement to newMouvement
               end-if
               read f-mouvement next
               end set fin-lire to true end-read
           end-perform

           compute newMouvement = newMouvement + 1
           move newMouvement to numMouvement
           move refPieceL to refPieceM
           set mouvementReception to true
           move qteSaisie to qteMouvement
           move 0 to numIncidentM
           move dateJour to dateMouvement
           write MouvementPiece
           close f-mouvement
       .

       *> annulation : les receptions deja faites restent au stock,
       *> le reste n'est plus attendu
       mod-annuler.
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
           perform mod-lireCommande
           evaluate true
               when not commandeTrouvee
                   display a-plg-inconnue
               when not cdeOuverte and not cdePartielle
                   close f-commandeF
                   display a-plg-nonOuverte
               when other
                   display s-plg-confirm
                   accept s-confirm
                   if confirmSaisi = 'O' or confirmSaisi = 'o' then
                       set cdeAnnulee to true
                       rewrite CommandeFourn end-rewrite
                       display a-plg-resAnnul
                       move 'ANNUL' to actionAudit
                       perform mod-ecrireAudit
                   end-if
                   close f-commandeF
           end-evaluate
           display a-plg-next
           accept s-next
       .

       mod-reediter.
           display a-effacer
           display s-plg-saisieNum
           accept s-num
           perform mod-lireCommande
           if commandeTrouvee then
               close f-commandeF
               call 'imprimerBonCommande' using cdeSaisie end-call
               display a-plg-resEdition
           else
               display a-plg-inconnue
           end-if
           display a-plg-next
           accept s-next
       .

       *> commandes en cours dont la date promise est depassee, avec
       *> le reste du par ligne
       mod-retards.
           move 0 to nbRetards
           move spaces to nomRapport
           string 'cdeRetard-' dateJour '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'COMMANDES FOURNISSEURS EN RETARD AU' to ligne(1:35)
           move dateJour to ligne(37:8)
           write rapport

           set fournOuvert to false
           open input f-fournisseur
           if statusFournisseur = '00' then
               set fournOuvert to true
           end-if
           open input f-commandeF
           if statusCommandeF = '00' then
               open input f-ligneCdeF
               open input f-piece
               set fin-lire to false
               read f-commandeF next
               end set fin-lire to true end-read
               perform until fin-lire
                   if (cdeOuverte or cdePartielle)
                   and datePromiseCdeF < dateJour then
                       perform mod-ecrireRetard
                   end-if
                   read f-commandeF next
                   end set fin-lire to true end-read
               end-perform
               close f-piece
               close f-ligneCdeF
               close f-commandeF
           end-if
           if fournOuvert then
               close f-fournisseur
           end-if

           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Total :' to ligne(1:7)
           move nbRetards to ligne(9:3)
           move 'commande(s) en retard' to ligne(13:21)
           write rapport
           close f-rapport

           display a-plg-resRetard
           display a-plg-next
           accept s-next
       .

       mod-ecrireRetard.
           add 1 to nbRetards
           move spaces to nomFournisseur telFournisseur
           if fournOuvert then
               move numFournCdeF to numFournisseur
               read f-fournisseur
                   invalid key
                       move spaces to nomFournisseur telFournisseur
               end-read
           end-if
           compute joursRetard =
               function integer-of-date(dateJour)
               - function integer-of-date(datePromiseCdeF)

           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Commande' to ligne(1:8)
           move numCdeF to ligne(10:6)
           move 'du' to ligne(17:2)
           move dateCdeF to ligne(20:8)
           move 'promise le' to ligne(29:10)
           move datePromiseCdeF to ligne(40:8)
           move 'retard' to ligne(50:6)
           move joursRetard to ligne(57:5)
           move 'jour(s)' to ligne(63:7)
           write rapport
           move ligneVide to ligne
           move numFournCdeF to ligne(3:4)
           move nomFournisseur to ligne(8:30)
           move telFournisseur to ligne(40:15)
           write rapport

           set fin-ligne to false
           move numCdeF to numCdeL
           move 0 to numLigneL
           start f-ligneCdeF key is >= cleLigneCdeF
               invalid key set fin-ligne to true
           end-start
           perform until fin-ligne
               read f-ligneCdeF next
                   at end
                       set fin-ligne to true
                   not at end
                       if numCdeL not = numCdeF then
                           set fin-ligne to true
                       else
                           if qteRecueL < qteCdeL then
                               perform mod-ecrireResteDu
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-ecrireResteDu.
           move refPieceL to refPiece
           read f-piece
               invalid key
                   move spaces to designationPiece
           end-read
           compute qteRestante = qteCdeL - qteRecueL
           move ligneVide to ligne
           move refPieceL to ligne(5:10)
           move designationPiece to ligne(16:30)
           move 'reste du' to ligne(48:8)
           move qteRestante to ligne(57:5)
           move 'sur' to ligne(63:3)
           move qteCdeL to ligne(67:5)
           write rapport
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'CDEFOURN' to ligneAudit(25:11)
           move cdeSaisie to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestCommandesFourn.
