       program-id. propositionCommandes.

       *> proposition des commandes fournisseurs : chaque reference
       *> du magasin dont le stock est sous le seuil de
       *> reapprovisionnement est proposee a son fournisseur habituel
       *> pour remonter le stock a deux fois le seuil, deduction faite
       *> des quantites deja en commande et non recues. Les
       *> propositions, regroupees par fournisseur, partent dans
       *> propositions-AAAAMMJJ.txt avec les references sans
       *> fournisseur; apres confirmation une commande est creee par
       *> fournisseur (date promise = jour + delai du fournisseur) et
       *> son bon de commande est edite par imprimerBonCommande

       file-control.
           select f-piece assign 'Piece.dat'
           organization indexed access dynamic
           record key refPiece
           file status is statusPiece.

           select f-fournisseur assign 'Fournisseur.dat'
           organization indexed access dynamic
           record key numFournisseur
           file status is statusFournisseur.

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

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-piece.
       1 Piece.
           2 refPiece pic x(10).
           2 designationPiece pic x(30).
           2 qteStock pic 9(5).
           2 coutUnitaire pic 9(5)v99.
           2 seuilReappro pic 9(5).
           2 fournisseurPiece pic 9(4).
           2 garantiePiece pic 9(3).

       fd f-fournisseur.
       1 Fournisseur.
           2 numFournisseur pic 9(4).
           2 nomFournisseur pic x(30).
           2 contactFournisseur pic x(30).
           2 adresseFournisseur pic x(40).
           2 villeFournisseur pic x(20).
           2 telFournisseur pic x(15).
           2 delaiFournisseur pic 9(3).

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

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusPiece pic xx.
       1 statusFournisseur pic xx.
       1 statusCommandeF pic xx.
       1 statusLigneCdeF pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 confirmSaisi pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 dateJour pic 9(8).
       1 enCommande pic 9(6).
       1 besoin pic s9(6).
       1 delaiCourant pic 9(3).
       1 fournCourant pic 9(4).
       1 newCde pic 9(6).
       1 numLigneCourante pic 9(3).
       1 montantLigne pic 9(7)v99.
       1 montantCde pic 9(7)v99.
       1 montantEdite pic zzzzzz9.99.
       1 nbPropositions pic 9(3) value 0.
       1 nbSansFournisseur pic 9(3) value 0.
       1 nbCommandes pic 9(3) value 0.

       *> propositions relevees avant regroupement par fournisseur
       1 idxProp pic 9(3).
       1 idxGroupe pic 9(3).
       1 tabPropositions.
           2 tabProp occurs 500 times.
               3 propFourn pic 9(4).
               3 propRef pic x(10).
               3 propDesignation pic x(30).
               3 propQte pic 9(5).
               3 propPrix pic 9(5)v99.
               3 propTraitee pic x(01).

       *> commandes creees, editees apres fermeture des fichiers
       1 idxCde pic 9(3).
       1 tabCdeCreees.
           2 tabCdeNum pic 9(6) occurs 500 times.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 fin-ligne value 'o' false 'n'.

       1 pic x value 'n'.
       88 fournisseurConnu value 'o' false 'n'.

       *> fichiers ouverts en lecture (le statut change a chaque
       *> lecture en cle invalide)
       1 pic x value 'n'.
       88 fournOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 cdeOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneOuvert value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 4 'Proposition de commandes fournisseurs'.

       1 a-plg-propositions.
           2 line 6 col 10 'R'&x'82'&'f'&x'82'&'rences '&x'85'&
           ' commander : '.
           2 a-nbPropositions pic zz9 from nbPropositions.
           2 line 7 col 10 'Sans fournisseur habituel : '.
           2 a-nbSansFournisseur pic zz9 from nbSansFournisseur.
           2 line 8 col 10 'D'&x'82'&'tail dans '.
           2 a-nomRapport pic x(30) from nomRapport.

       1 s-plg-confirm.
           2 line 10 col 10 'Cr'&x'82'&'er les commandes et '&
           'imprimer les bons (O/N) : '.
           2 s-confirm pic x to confirmSaisi required.

       1 a-plg-abandon.
           2 line 18 col 10 'Aucune commande cr'&x'82'&x'82'&'e'.

       1 a-plg-vide.
           2 line 18 col 10 'Aucune r'&x'82'&'f'&x'82'&'rence '&
           'au magasin'.

       1 a-plg-rien.
           2 line 18 col 10 'Aucune commande '&x'85'&' proposer'.

       1 a-plg-res.
           2 line 18 col 10 'Commande(s) cr'&x'82'&x'82'&'e(s) : '.
           2 a-nbCommandes pic zz9 from nbCommandes.
           2 ' - bons dans bonCde-NNNNNN.txt'.

       procedure division using operateurID-parm.
           display a-plg-titre
           accept dateJour from date yyyymmdd

           open input f-piece
           if statusPiece not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-fournisseur
           if statusFournisseur = '00' then
               set fournOuvert to true
           end-if
           open input f-commandeF
           if statusCommandeF = '00' then
               set cdeOuvert to true
           end-if
           open input f-ligneCdeF
           if statusLigneCdeF = '00' then
               set ligneOuvert to true
           end-if

           move spaces to nomRapport
           string 'propositions-' dateJour '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'PROPOSITION DE COMMANDES FOURNISSEURS DU' to
               ligne(1:40)
           move dateJour to ligne(42:8)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'References sans fournisseur habituel :'
               to ligne(1:39)
           write rapport

           set fin-lire to false
           read f-piece next
           end set fin-lire to true end-read
           perform until fin-lire
               if qteStock < seuilReappro then
                   perform mod-evaluerPiece
               end-if
               read f-piece next
               end set fin-lire to true end-read
           end-perform
           close f-piece
           if ligneOuvert then
               close f-ligneCdeF
           end-if
           if cdeOuvert then
               close f-commandeF
           end-if

           *> propositions regroupees par fournisseur
           perform varying idxProp from 1 by 1
               until idxProp > nbPropositions
               if propTraitee(idxProp) = 'n' then
                   move propFourn(idxProp) to fournCourant
                   perform mod-listerGroupe
               end-if
           end-perform
           close f-rapport

           display a-plg-propositions
           if nbPropositions = 0 then
               if fournOuvert then
                   close f-fournisseur
               end-if
               display a-plg-rien
               display a-plg-next
               accept s-next
               goback
           end-if

           display s-plg-confirm
           accept s-confirm
           if confirmSaisi not = 'O' and confirmSaisi not = 'o' then
               if fournOuvert then
                   close f-fournisseur
               end-if
               display a-plg-abandon
               display a-plg-next
               accept s-next
               goback
           end-if

           perform mod-ouvrirCommandes
           perform varying idxProp from 1 by 1
               until idxProp > nbPropositions
               move 'n' to propTraitee(idxProp)
           end-perform
           perform varying idxProp from 1 by 1
               until idxProp > nbPropositions
               if propTraitee(idxProp) = 'n' then
                   move propFourn(idxProp) to fournCourant
                   perform mod-creerCommande
               end-if
           end-perform
           close f-commandeF
           close f-ligneCdeF
           close f-fournisseur

           perform varying idxCde from 1 by 1
               until idxCde > nbCommandes
               call 'imprimerBonCommande' using tabCdeNum(idxCde)
               end-call
           end-perform

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       *> quantite a commander pour une reference sous son seuil;
       *> sans fournisseur connu elle est seulement signalee
       mod-evaluerPiece.
           perform mod-calculerEnCommande
           compute besoin = seuilReappro * 2 - qteStock - enCommande
           if besoin > 0 then
               set fournisseurConnu to false
               if fournisseurPiece not = 0
               and fournOuvert then
                   move fournisseurPiece to numFournisseur
                   read f-fournisseur
                       not invalid key
                           set fournisseurConnu to true
                   end-read
               end-if
               if fournisseurConnu then
                   if nbPropositions < 500 then
                       add 1 to nbPropositions
                       move fournisseurPiece
                           to propFourn(nbPropositions)
                       move refPiece to propRef(nbPropositions)
                       move designationPiece
                           to propDesignation(nbPropositions)
                       move besoin to propQte(nbPropositions)
                       move coutUnitaire to propPrix(nbPropositions)
                       move 'n' to propTraitee(nbPropositions)
                   end-if
               else
                   add 1 to nbSansFournisseur
                   move ligneVide to ligne
                   move refPiece to ligne(3:10)
                   move designationPiece to ligne(14:30)
                   move 'stock' to ligne(45:5)
                   move qteStock to ligne(51:5)
                   move 'seuil' to ligne(57:5)
                   move seuilReappro to ligne(63:5)
                   write rapport
               end-if
           end-if
       .

       *> quantites commandees et pas encore recues sur les commandes
       *> ouvertes ou partiellement recues
       mod-calculerEnCommande.
           move 0 to enCommande
           if ligneOuvert then
               set fin-ligne to false
               move refPiece to refPieceL
               start f-ligneCdeF key is equal refPieceL
                   invalid key set fin-ligne to true
               end-start
               perform until fin-ligne
                   read f-ligneCdeF next
                       at end
                           set fin-ligne to true
                       not at end
                           if refPieceL not = refPiece then
                               set fin-ligne to true
                           else
                               perform mod-cumulerLigne
                           end-if
                   end-read
               end-perform
           end-if
       .

       mod-cumulerLigne.
           if cdeOuvert then
               move numCdeL to numCdeF
               read f-commandeF
                   not invalid key
                       if (cdeOuverte or cdePartielle)
                       and qteCdeL > qteRecueL then
                           compute enCommande = enCommande
                               + qteCdeL - qteRecueL
                       end-if
               end-read
           end-if
       .

       mod-listerGroupe.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Fournisseur' to ligne(1:11)
           move fournCourant to ligne(13:4)
           move fournCourant to numFournisseur
           read f-fournisseur
               invalid key
                   move spaces to nomFournisseur
           end-read
           move nomFournisseur to ligne(19:30)
           write rapport
           move 0 to montantCde
           perform varying idxGroupe from idxProp by 1
               until idxGroupe > nbPropositions
               if propFourn(idxGroupe) = fournCourant then
                   move 'o' to propTraitee(idxGroupe)
                   compute montantLigne =
                       propQte(idxGroupe) * propPrix(idxGroupe)
                   add montantLigne to montantCde
                   move ligneVide to ligne
                   move propRef(idxGroupe) to ligne(3:10)
                   move propDesignation(idxGroupe) to ligne(14:30)
                   move 'qte' to ligne(45:3)
                   move propQte(idxGroupe) to ligne(49:5)
                   move montantLigne to montantEdite
                   move montantEdite to ligne(56:10)
                   write rapport
               end-if
           end-perform
           move ligneVide to ligne
           move 'Montant estime :' to ligne(38:16)
           move montantCde to montantEdite
           move montantEdite to ligne(56:10)
           write rapport
       .

       mod-ouvrirCommandes.
           open i-o f-commandeF
           if statusCommandeF = '35' then
               open output f-commandeF
               close f-commandeF
               open i-o f-commandeF
           end-if
           open i-o f-ligneCdeF
           if statusLigneCdeF = '35' then
               open output f-ligneCdeF
               close f-ligneCdeF
               open i-o f-ligneCdeF
           end-if

           move 0 to newCde
           set fin-lire to false
           read f-commandeF next
           end set fin-lire to true end-read
           perform until fin-lire
               if numCdeF > newCde then
                   move numCdeF to newCde
               end-if
               read f-commandeF next
               end set fin-lire to true end-read
           end-perform
       .

       *> une commande par fournisseur, ses lignes dans l'ordre des
       *> propositions
       mod-creerCommande.
           move 7 to delaiCourant
           move fournCourant to numFournisseur
           read f-fournisseur
               not invalid key
                   if delaiFournisseur > 0 then
                       move delaiFournisseur to delaiCourant
                   end-if
           end-read

           compute newCde = newCde + 1
           move 0 to numLigneCourante
           move 0 to montantCde
           perform varying idxGroupe from idxProp by 1
               until idxGroupe > nbPropositions
               if propFourn(idxGroupe) = fournCourant then
                   move 'o' to propTraitee(idxGroupe)
                   add 1 to numLigneCourante
                   move newCde to numCdeL
                   move numLigneCourante to numLigneL
                   move propRef(idxGroupe) to refPieceL
                   move propQte(idxGroupe) to qteCdeL
                   move 0 to qteRecueL
                   move propPrix(idxGroupe) to prixUnitL
                   compute montantLigne = qteCdeL * prixUnitL
                   add montantLigne to montantCde
                   write LigneCdeFourn end-write
               end-if
           end-perform

           move newCde to numCdeF
           move fournCourant to numFournCdeF
           move dateJour to dateCdeF
           compute datePromiseCdeF = function date-of-integer(
               function integer-of-date(dateJour) + delaiCourant)
           set cdeOuverte to true
           move montantCde to montantCdeF
           move operateurID-parm to operateurCdeF
           write CommandeFourn
               not invalid key
                   add 1 to nbCommandes
                   move newCde to tabCdeNum(nbCommandes)
                   perform mod-ecrireAudit
           end-write
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'CDEFOURN' to ligneAudit(25:11)
           move newCde to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program propositionCommandes.
