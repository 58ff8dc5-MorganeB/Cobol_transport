       program-id. exigencesEquip.

       *> equipements exiges par le client sur une commande ('C') ou
       *> un devis ('D'), ranges dans ExigenceEquip.dat (une ligne par
       *> piece, indicateurs O/N dans l'ordre UFR, WC, frigo, wifi,
       *> attelage, ceintures). Modes d'appel :
       *>   'S' saisie des exigences de la piece numPiece-parm;
       *>   'K' report des exigences du devis numPiece-parm sur la
       *>       commande numCible-parm issue de sa conversion.
       *> Une piece sans aucune exigence n'a pas de ligne.

       file-control.
           select f-exigence assign 'ExigenceEquip.dat'
           organization indexed access dynamic
           record key cleExigence
           file status is statusExig.

       file section.
       fd f-exigence.
       1 ExigenceEquip.
           2 cleExigence.
               3 typePieceEx pic x(01).
               3 numPieceEx pic 9(6).
           2 exigencesEx.
               3 elevateurEx pic x(01).
               3 toilettesEx pic x(01).
               3 frigoEx pic x(01).
               3 wifiEx pic x(01).
               3 attelageEx pic x(01).
               3 ceinturesEx pic x(01).

       working-storage section.
       1 statusExig pic xx.
       1 exigencesSaisies.
           2 elevateurSaisi pic x(01) value 'N'.
           2 toilettesSaisi pic x(01) value 'N'.
           2 frigoSaisi pic x(01) value 'N'.
           2 wifiSaisi pic x(01) value 'N'.
           2 attelageSaisi pic x(01) value 'N'.
           2 ceinturesSaisi pic x(01) value 'N'.

       1 pic x value 'n'.
       88 ligneExiste value 'o' false 'n'.

       linkage section.
       1 modeExig-parm pic x(01).
       1 typePiece-parm pic x(01).
       1 numPiece-parm pic 9(6).
       1 numCible-parm pic 9(6).

       screen section.
       1 s-plg-exigences.
           2 line 19 col 10 'Equipements exig'&x'82'&'s (O/N) :'.
           2 line 20 col 12 'El'&x'82'&'vateur fauteuil : '.
           2 s-elevateur pic x to elevateurSaisi.
           2 line 20 col 42 'Toilettes : '.
           2 s-toilettes pic x to toilettesSaisi.
           2 line 21 col 12 'R'&x'82'&'frig'&x'82'&'rateur : '.
           2 s-frigo pic x to frigoSaisi.
           2 line 21 col 42 'Wifi : '.
           2 s-wifi pic x to wifiSaisi.
           2 line 22 col 12 'Attelage remorque : '.
           2 s-attelage pic x to attelageSaisi.
           2 line 22 col 42 'Ceintures : '.
           2 s-ceintures pic x to ceinturesSaisi.

       procedure division using modeExig-parm typePiece-parm
           numPiece-parm numCible-parm.
           open i-o f-exigence
           if statusExig = '35' then
               open output f-exigence
               close f-exigence
               open i-o f-exigence
           end-if
           if statusExig not = '00' then
               goback
           end-if

           evaluate modeExig-parm
               when 'S'
                   perform mod-saisir
               when 'K'
                   perform mod-reporter
           end-evaluate
           close f-exigence
           goback.

       mod-saisir.
           move 'NNNNNN' to exigencesSaisies
           display s-plg-exigences
           accept s-elevateur
           accept s-toilettes
           accept s-frigo
           accept s-wifi
           accept s-attelage
           accept s-ceintures
           inspect exigencesSaisies converting 'on' to 'ON'
           inspect exigencesSaisies replacing all space by 'N'

           move typePiece-parm to typePieceEx
           move numPiece-parm to numPieceEx
           perform mod-enregistrer
       .

       mod-reporter.
           move 'D' to typePieceEx
           move numPiece-parm to numPieceEx
           read f-exigence
               invalid key
                   move 'NNNNNN' to exigencesSaisies
               not invalid key
                   move exigencesEx to exigencesSaisies
           end-read
           move 'C' to typePieceEx
           move numCible-parm to numPieceEx
           perform mod-enregistrer
       .

       mod-enregistrer.
           read f-exigence
               invalid key
                   set ligneExiste to false
               not invalid key
                   set ligneExiste to true
           end-read
           if exigencesSaisies = 'NNNNNN' then
               if ligneExiste then
                   delete f-exigence record end-delete
               end-if
           else
               move exigencesSaisies to exigencesEx
               if ligneExiste then
                   rewrite ExigenceEquip end-rewrite
               else
                   write ExigenceEquip end-write
               end-if
           end-if
       .

       end program exigencesEquip.
