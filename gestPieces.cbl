       *> une sortie se rattache a un incident et ajoute le cout des
       *> pieces au cout de reparation de celui-ci (la main-d'oeuvre
       *> reste saisie par le suivi d'incident); l'etat de
       *> valorisation signale les references sous leur seuil; le
       *> fournisseur habituel d'une reference sert aux commandes
       *> proposees par propositionCommandes; la garantie (en mois
       *> depuis la pose) sert au controle de garantie a la cloture
       *> d'un incident

       file-control.
           select f-piece assign 'Piece.dat'
           alternate record key numBusI duplicates
           file status is statusFIncident.

           select f-fournisseur assign 'Fournisseur.dat'
           organization indexed access dynamic
           record key numFournisseur
           file status is statusFournisseur.

           select f-rapport assign 'pieces.txt' organization
           line sequential.

       file section.
       fd f-piece.
       1 Piece.
           2 qteStock pic 9(5).
           2 coutUnitaire pic 9(5)v99.
           2 seuilReappro pic 9(5).
           2 fournisseurPiece pic 9(4).
           2 garantiePiece pic 9(3).

       fd f-mouvement.
       1 MouvementPiece.
           2 coutReparation pic 9(6)v99.
           2 dateClotureIncident pic 9(8).

       fd f-fournisseur.
       1 Fournisseur.
           2 numFournisseur pic 9(4).
           2 nomFournisseur pic x(30).
           2 contactFournisseur pic x(30).
           2 adresseFournisseur pic x(40).
           2 villeFournisseur pic x(20).
           2 telFournisseur pic x(15).
           2 delaiFournisseur pic 9(3).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusPiece pic xx.
       1 statusMouvement pic xx.
       1 statusFIncident pic xx.
       1 statusFournisseur pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 seuilSaisi pic 9(5).
       1 qteSaisie pic 9(5).
       1 incidentSaisi pic 9(4).
       1 fournisseurSaisi pic 9(4).
       1 garantieSaisie pic 9(3).

       1 newMouvement pic 9(6).
       1 coutSortie pic 9(6)v99.
       1 pic x value 'n'.
       88 incidentExiste value 'o' false 'n'.

       1 pic x value 'o'.
       88 fournisseurExiste value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
           2 s-cout pic 9(5)v99 to coutSaisi.
           2 line 10 col 10 'Seuil de r'&x'82'&'appro : '.
           2 s-seuil pic 9(5) to seuilSaisi.
           2 line 11 col 10 'Fournisseur habituel (0 = aucun) : '.
           2 s-fournisseur pic 9(4) to fournisseurSaisi.
           2 line 12 col 10 'Garantie constructeur (mois, 0 = '&
           'aucune) : '.
           2 s-garantie pic 9(3) to garantieSaisie.

       1 s-plg-reception.
           2 line 5 col 4 'R'&x'82'&'ception de pi'&x'88'&'ces'.
       1 a-plg-pieceInconnue.
           2 line 15 col 10 'R'&x'82'&'f'&x'82'&'rence inconnue'.

       1 a-plg-fournisseurInconnu.
           2 line 15 col 10 'Fournisseur inconnu'.

       1 a-plg-stockInsuffisant.
           2 line 15 col 10 'Stock insuffisant pour cette sortie'.

               accept s-designation
               accept s-cout
               accept s-seuil
               accept s-fournisseur
               accept s-garantie

               perform mod-verifFournisseur
               if not fournisseurExiste then
                   display a-plg-fournisseurInconnu
                   display a-plg-next
                   accept s-next
                   exit paragraph
               end-if

               open i-o f-piece
               if statusPiece = '35' then
                       move 0 to qteStock
                       move coutSaisi to coutUnitaire
                       move seuilSaisi to seuilReappro
                       move fournisseurSaisi to fournisseurPiece
                       move garantieSaisie to garantiePiece
                       write Piece
                           invalid key
                               display a-plg-nonRes
                       move designationSaisie to designationPiece
                       move coutSaisi to coutUnitaire
                       move seuilSaisi to seuilReappro
                       move fournisseurSaisi to fournisseurPiece
                       move garantieSaisie to garantiePiece
                       rewrite Piece
                           invalid key
                               display a-plg-nonRes
           end-if
       .

       mod-verifFournisseur.
           set fournisseurExiste to true
           if fournisseurSaisi not = 0 then
               set fournisseurExiste to false
               open input f-fournisseur
               if statusFournisseur = '00' then
                   move fournisseurSaisi to numFournisseur
                   read f-fournisseur
                       not invalid key
                           set fournisseurExiste to true
                   end-read
                   close f-fournisseur
               end-if
           end-if
       .

       mod-imputerIncident.
           open i-o f-incident
           if statusFIncident = '00' then
           move 'PIECE' to ligneAudit(25:11)
           move refSaisie to ligneAudit(38:10)
           move operateurID-parm to ligneAudit(49:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestPieces.
