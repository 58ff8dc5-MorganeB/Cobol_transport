       program-id. imprimerBonCommande.

       *> edition du bon de commande fournisseur numCde-parm dans
       *> bonCde-NNNNNN.txt (un fichier par commande, a envoyer
       *> au fournisseur) et catalogue dans editions.log; appele a la
       *> creation des commandes proposees et pour une reedition

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

           select f-rapport assign nomRapport organization line
           sequential.

           select f-editions assign 'editions.log' organization line
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
       1 statusCommandeF pic xx.
       1 statusLigneCdeF pic xx.
       1 statusFournisseur pic xx.
       1 statusPiece pic xx.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 heureJour pic 9(6).
       1 nbLignes pic 9(6) value 0.
       1 montantLigne pic 9(7)v99.
       1 montantEdite pic zzzzzz9.99.
       1 prixEdite pic zzzz9.99.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 pieceOuvert value 'o' false 'n'.

       linkage section.
       1 numCde-parm pic 9(6).

       procedure division using numCde-parm.
           move 0 to nbLignes
           open input f-commandeF
           if statusCommandeF not = '00' then
               goback
           end-if
           move numCde-parm to numCdeF
           read f-commandeF
               invalid key
                   close f-commandeF
                   goback
           end-read
           close f-commandeF

           move spaces to nomFournisseur contactFournisseur
               adresseFournisseur villeFournisseur telFournisseur
           open input f-fournisseur
           if statusFournisseur = '00' then
               move numFournCdeF to numFournisseur
               read f-fournisseur
                   invalid key
                       move spaces to nomFournisseur
               end-read
               close f-fournisseur
           end-if

           move spaces to nomRapport
           string 'bonCde-' numCdeF '.txt'
               delimited size into nomRapport
           open output f-rapport

           move ligneVide to ligne
           move 'BON DE COMMANDE N.' to ligne(1:18)
           move numCdeF to ligne(20:6)
           move 'du' to ligne(28:2)
           move dateCdeF to ligne(31:8)
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Fournisseur :' to ligne(1:13)
           move numFournCdeF to ligne(15:4)
           move nomFournisseur to ligne(21:30)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move adresseFournisseur to ligne(21:40)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move villeFournisseur to ligne(21:20)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'A l''attention de :' to ligne(1:18)
           move contactFournisseur to ligne(21:30)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Livraison souhaitee le :' to ligne(1:24)
           move datePromiseCdeF to ligne(26:8)
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Ligne Reference  Designation' to ligne(1:28)
           move 'Qte   Prix unit.    Montant' to ligne(50:27)
           perform mod-ecrireLigne

           set pieceOuvert to false
           open input f-piece
           if statusPiece = '00' then
               set pieceOuvert to true
           end-if
           open input f-ligneCdeF
           if statusLigneCdeF = '00' then
               move numCdeF to numCdeL
               move 0 to numLigneL
               start f-ligneCdeF key is >= cleLigneCdeF
                   invalid key set fin-lire to true
               end-start
               perform until fin-lire
                   read f-ligneCdeF next
                       at end
                           set fin-lire to true
                       not at end
                           if numCdeL not = numCdeF then
                               set fin-lire to true
                           else
                               perform mod-ecrireLigneCde
                           end-if
                   end-read
               end-perform
               set fin-lire to false
               close f-ligneCdeF
           end-if
           if pieceOuvert then
               close f-piece
           end-if

           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Total de la commande :' to ligne(40:22)
           move montantCdeF to montantEdite
           move montantEdite to ligne(67:10)
           perform mod-ecrireLigne
           close f-rapport

           *> catalogue des editions
           accept heureJour from time
           open extend f-editions
           move nomRapport to nomEdition
           accept dateEdition from date yyyymmdd
           move heureJour to heureEdition
           move nbLignes to nbLignesEdition
           write ligneEdition
           close f-editions
           goback.

       mod-ecrireLigneCde.
           move spaces to designationPiece
           if pieceOuvert then
               move refPieceL to refPiece
               read f-piece
                   invalid key
                       move spaces to designationPiece
               end-read
           end-if
           compute montantLigne = qteCdeL * prixUnitL
           move ligneVide to ligne
           move numLigneL to ligne(1:3)
           move refPieceL to ligne(7:10)
           move designationPiece to ligne(18:30)
           move qteCdeL to ligne(49:5)
           move prixUnitL to prixEdite
           move prixEdite to ligne(56:8)
           move montantLigne to montantEdite
           move montantEdite to ligne(67:10)
           perform mod-ecrireLigne
       .

       mod-ecrireLigne.
           write rapport
           add 1 to nbLignes
       .

       end program imprimerBonCommande.
