       program-id. lienEvenement.

       *> rattachement d'une commande ('C') ou d'une affectation ('A')
       *> a un evenement (festival, congres, tournoi : gestEvenements),
       *> range dans EvenementPiece.dat (une ligne par piece
       *> rattachee). Modes d'appel :
       *>   'S' saisie de l'evenement de la piece numPiece-parm,
       *>       qui doit appartenir au client numClient-parm (0000 =
       *>       aucun evenement, le rattachement existant est retire);
       *>   'K' report de l'evenement de la commande numPiece-parm
       *>       sur l'affectation numCible-parm creee pour la servir.
       *> Un evenement deja facture en facture unique n'accepte plus
       *> de piece.

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

       working-storage section.
       1 statusEvenement pic xx.
       1 statusEvPiece pic xx.
       1 evenementSaisi pic 9(4).
       1 evenementLie pic 9(4).

       1 pic x value 'n'.
       88 lienExiste value 'o' false 'n'.

       linkage section.
       1 modeEv-parm pic x(01).
       1 typePiece-parm pic x(01).
       1 numPiece-parm pic 9(6).
       1 numCible-parm pic 9(6).
       1 numClient-parm pic 9(4).

       screen section.
       1 s-plg-evenement.
           2 line 17 col 10 'Ev'&x'82'&'nement (0000 = aucun) : '.
           2 s-evenement pic 9(4) using evenementSaisi.

       1 a-plg-inconnu.
           2 line 18 col 10 'Ev'&x'82'&'nement inconnu : pi'&x'8a'&
           'ce non rattach'&x'82'&'e'.

       1 a-plg-autreClient.
           2 line 18 col 10 'Ev'&x'82'&'nement d''un autre client : '&
           'pi'&x'8a'&'ce non rattach'&x'82'&'e'.

       1 a-plg-dejaFacture.
           2 line 18 col 10 'Ev'&x'82'&'nement d'&x'82'&'j'&x'85'&
           ' factur'&x'82'&' : pi'&x'8a'&'ce non rattach'&x'82'&'e'.

       procedure division using modeEv-parm typePiece-parm
           numPiece-parm numCible-parm numClient-parm.
           open i-o f-evPiece
           if statusEvPiece = '35' then
               open output f-evPiece
               close f-evPiece
               open i-o f-evPiece
           end-if
           if statusEvPiece not = '00' then
               goback
           end-if

           evaluate modeEv-parm
               when 'S'
                   perform mod-saisir
               when 'K'
                   perform mod-reporter
           end-evaluate

           close f-evPiece
           goback.

       mod-saisir.
           move typePiece-parm to typePieceEv
           move numPiece-parm to numPieceEv
           read f-evPiece
               invalid key
                   set lienExiste to false
                   move 0 to evenementSaisi
               not invalid key
                   set lienExiste to true
                   move numEvenementEP to evenementSaisi
           end-read

           display s-plg-evenement
           accept s-evenement

           if evenementSaisi = 0 then
               if lienExiste then
                   delete f-evPiece
                       invalid key
                           continue
                   end-delete
               end-if
               exit paragraph
           end-if

           open input f-evenement
           if statusEvenement not = '00' then
               display a-plg-inconnu
               exit paragraph
           end-if
           move evenementSaisi to numEvenement
           read f-evenement
               invalid key
                   move 0 to numEvenement
           end-read
           close f-evenement

           evaluate true
               when numEvenement = 0
                   display a-plg-inconnu
               when numClientEv not = numClient-parm
                   display a-plg-autreClient
               when evFactureUnique and numFactureEv not = 0
                   display a-plg-dejaFacture
               when other
                   move typePiece-parm to typePieceEv
                   move numPiece-parm to numPieceEv
                   move evenementSaisi to numEvenementEP
                   if lienExiste then
                       rewrite EvenementPiece
                           invalid key
                               continue
                       end-rewrite
                   else
                       write EvenementPiece
                           invalid key
                               continue
                       end-write
                   end-if
           end-evaluate
       .

       mod-reporter.
           move typePiece-parm to typePieceEv
           move numPiece-parm to numPieceEv
           read f-evPiece
               invalid key
                   exit paragraph
           end-read
           move numEvenementEP to evenementLie
           move 'A' to typePieceEv
           move numCible-parm to numPieceEv
           move evenementLie to numEvenementEP
           write EvenementPiece
               invalid key
                   rewrite EvenementPiece
                       invalid key
                           continue
                   end-rewrite
           end-write
       .

       end program lienEvenement.
