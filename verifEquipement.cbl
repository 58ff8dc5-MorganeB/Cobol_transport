       program-id. verifEquipement.

       *> controle l'equipement d'un bus (EquipementBus.dat) contre
       *> les exigences d'une commande ('C') ou d'un devis ('D')
       *> (ExigenceEquip.dat). Rend dans manquants-parm les libelles
       *> des equipements exiges que le bus n'a pas, a blanc si le
       *> bus convient ou si la piece n'exige rien. Un bus sans
       *> profil d'equipement est repute n'avoir aucun equipement.

       file-control.
           select f-equipBus assign 'EquipementBus.dat'
           organization indexed access dynamic
           record key numBusEq
           file status is statusEquip.

           select f-exigence assign 'ExigenceEquip.dat'
           organization indexed access dynamic
           record key cleExigence
           file status is statusExig.

       file section.
       fd f-equipBus.
       1 EquipementBus.
           2 numBusEq pic 9(4).
           2 equipementsEq pic x(06).
           2 classeEuroEq pic x(01).
           2 autonomieEq pic 9(4).

       fd f-exigence.
       1 ExigenceEquip.
           2 cleExigence.
               3 typePieceEx pic x(01).
               3 numPieceEx pic 9(6).
           2 exigencesEx pic x(06).

       working-storage section.
       1 statusEquip pic xx.
       1 statusExig pic xx.
       1 equipementsBus pic x(06).
       1 exigencesPiece pic x(06).
       1 idxEquip pic 9(1).
       1 posManquant pic 9(2).

       *> libelles courts, dans l'ordre des indicateurs : elevateur
       *> fauteuil roulant, toilettes, refrigerateur, wifi, attelage
       *> de remorque a bagages, ceintures de securite
       1 tabLibellesEquip.
           2 filler pic x(10) value 'UFR'.
           2 filler pic x(10) value 'WC'.
           2 filler pic x(10) value 'frigo'.
           2 filler pic x(10) value 'wifi'.
           2 filler pic x(10) value 'attelage'.
           2 filler pic x(10) value 'ceintures'.
       1 tabLibellesEquipR redefines tabLibellesEquip.
           2 libelleEquip pic x(10) occurs 6 times.
       1 tabLongueursEquip.
           2 filler pic 9(2) value 3.
           2 filler pic 9(2) value 2.
           2 filler pic 9(2) value 5.
           2 filler pic 9(2) value 4.
           2 filler pic 9(2) value 8.
           2 filler pic 9(2) value 9.
       1 tabLongueursEquipR redefines tabLongueursEquip.
           2 longueurEquip pic 9(2) occurs 6 times.

       linkage section.
       1 numBus-parm pic 9(4).
       1 typePiece-parm pic x(01).
       1 numPiece-parm pic 9(6).
       1 manquants-parm pic x(40).

       procedure division using numBus-parm typePiece-parm
           numPiece-parm manquants-parm.
           move spaces to manquants-parm
           move 'NNNNNN' to exigencesPiece
           open input f-exigence
           if statusExig = '00' then
               move typePiece-parm to typePieceEx
               move numPiece-parm to numPieceEx
               read f-exigence
                   not invalid key
                       move exigencesEx to exigencesPiece
               end-read
               close f-exigence
           end-if
           if exigencesPiece = 'NNNNNN' then
               goback
           end-if

           move 'NNNNNN' to equipementsBus
           open input f-equipBus
           if statusEquip = '00' then
               move numBus-parm to numBusEq
               read f-equipBus
                   not invalid key
                       move equipementsEq to equipementsBus
               end-read
               close f-equipBus
           end-if

           move 1 to posManquant
           perform varying idxEquip from 1 by 1 until idxEquip > 6
               if exigencesPiece(idxEquip:1) = 'O'
               and equipementsBus(idxEquip:1) not = 'O' then
                   move libelleEquip(idxEquip)
                       to manquants-parm(posManquant:
                       longueurEquip(idxEquip))
                   compute posManquant = posManquant
                       + longueurEquip(idxEquip) + 1
               end-if
           end-perform
           goback.

       end program verifEquipement.
