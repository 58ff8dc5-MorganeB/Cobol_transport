       program-id. calculItineraire.

       *> totaux de l'itineraire en etapes (Itineraire.dat,
       *> gestItineraire) d'une affectation (type 'A') ou d'un devis
       *> (type 'D') :
       *>   nombre d'etapes et kilometres de toutes les etapes;
       *>   minutes de conduite des etapes datees dans la fenetre
       *>     dateDeb-parm / dateFin-parm (bornes a 0 : sans limite),
       *>     une etape qui arrive apres minuit restant imputee a sa
       *>     date de depart;
       *>   nuits de decouchage commencant dans la fenetre : une par
       *>     jour civil entre la premiere et la derniere etape ou le
       *>     chauffeur ne rentre pas a la ville du depot du bus de
       *>     l'affectation (arrivee de la derniere etape du jour ou
       *>     d'un jour precedent). Pour un devis, ou sans depot
       *>     connu, toutes les nuits comptent.
       *> Sans etape, tout vaut 0 : l'appelant garde alors son calcul
       *> sur le circuit ou sur les dates de l'affectation.

       file-control.
           select f-itineraire assign 'Itineraire.dat'
           organization indexed access dynamic
           record key cleItin
           file status is statusItin.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-depot assign 'Depot.dat' organization
           indexed
           access dynamic record key numDepot
           file status is statusDepot.

       file section.
       fd f-itineraire.
       1 Itineraire.
           2 cleItin.
               3 typePieceIt pic x(01).
               3 numPieceIt pic 9(6).
               3 seqEtape pic 9(2).
           2 dateEtape pic 9(8).
           2 lieuDepEt pic x(20).
           2 heureDepEt pic 9(4).
           2 lieuArrEt pic x(20).
           2 heureArrEt pic 9(4).
           2 kmEtape pic 9(5).
           2 noteEtape pic x(40).

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

       fd f-depot.
       1 Depot.
           2 numDepot pic 9(2).
           2 nomDepot pic x(30).
           2 villeDepot pic x(20).
           2 numSocieteDep pic 9(2).

       working-storage section.
       1 statusItin pic xx.
       1 statusAffect pic xx.
       1 statusBus pic xx.
       1 statusDepot pic xx.

       1 villeBase pic x(20).
       1 villeMaj pic x(20).
       1 lgVille pic 9(2).
       1 minutesDep pic 9(5).
       1 minutesArr pic 9(5).
       1 dateDebFenetre pic 9(8).
       1 dateFinFenetre pic 9(8).
       1 dateNuit pic 9(8).
       1 datePrecedente pic 9(8) value 0.
       1 intNuit pic 9(8).
       1 intEtape pic 9(8).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 rentreBase value 'o' false 'n'.

       linkage section.
       1 typePiece-parm pic x(01).
       1 numPiece-parm pic 9(6).
       1 dateDeb-parm pic 9(8).
       1 dateFin-parm pic 9(8).
       1 nbEtapes-parm pic 9(2).
       1 kmTotal-parm pic 9(6).
       1 minutes-parm pic 9(5).
       1 nbNuits-parm pic 9(3).

       procedure division using typePiece-parm numPiece-parm
           dateDeb-parm dateFin-parm nbEtapes-parm kmTotal-parm
           minutes-parm nbNuits-parm.

           move 0 to nbEtapes-parm kmTotal-parm minutes-parm
               nbNuits-parm
           open input f-itineraire
           if statusItin not = '00' then
               goback
           end-if

           move dateDeb-parm to dateDebFenetre
           move dateFin-parm to dateFinFenetre
           if dateFinFenetre = 0 then
               move 99999999 to dateFinFenetre
           end-if
           perform mod-chercherBase

           move typePiece-parm to typePieceIt
           move numPiece-parm to numPieceIt
           move 0 to seqEtape
           move 0 to datePrecedente
           set rentreBase to true
           set fin-lire to false
           start f-itineraire key is not less cleItin
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-itineraire next
                   at end
                       set fin-lire to true
                   not at end
                       if typePieceIt not = typePiece-parm
                       or numPieceIt not = numPiece-parm then
                           set fin-lire to true
                       else
                           perform mod-cumulerEtape
                       end-if
               end-read
           end-perform
           close f-itineraire
           goback.

       mod-cumulerEtape.
           add 1 to nbEtapes-parm
           add kmEtape to kmTotal-parm

           if dateEtape >= dateDebFenetre
           and dateEtape <= dateFinFenetre then
               compute minutesDep =
                   function integer(heureDepEt / 100) * 60
                   + function mod(heureDepEt, 100)
               compute minutesArr =
                   function integer(heureArrEt / 100) * 60
                   + function mod(heureArrEt, 100)
               if minutesArr >= minutesDep then
                   compute minutes-parm = minutes-parm
                       + minutesArr - minutesDep
               else
                   compute minutes-parm = minutes-parm
                       + minutesArr + 1440 - minutesDep
               end-if
           end-if

           *> nuits entre le jour de l'etape precedente et la veille
           *> de celle-ci, selon le lieu ou le chauffeur s'est arrete
           if datePrecedente not = 0 and dateEtape > datePrecedente
           and not rentreBase then
               compute intNuit =
                   function integer-of-date(datePrecedente)
               compute intEtape = function integer-of-date(dateEtape)
               perform until intNuit >= intEtape
                   compute dateNuit = function date-of-integer(intNuit)
                   if dateNuit >= dateDebFenetre
                   and dateNuit <= dateFinFenetre then
                       add 1 to nbNuits-parm
                   end-if
                   add 1 to intNuit
               end-perform
           end-if

           move dateEtape to datePrecedente
           perform mod-arriveeBase
       .

       *> ville du depot du bus de l'affectation
       mod-chercherBase.
           move spaces to villeBase
           if typePiece-parm not = 'A' then
               exit paragraph
           end-if
           open input f-affectation
           if statusAffect = '00' then
               move numPiece-parm to Numaffect
               read f-affectation
                   invalid key
                       move 0 to numbusA
               end-read
               close f-affectation
           else
               exit paragraph
           end-if
           if numbusA = 0 then
               exit paragraph
           end-if
           open input f-bus
           if statusBus = '00' then
               move numbusA to numero
               read f-bus
                   invalid key
                       move 0 to depotBus
               end-read
               close f-bus
           else
               exit paragraph
           end-if
           if depotBus = 0 then
               exit paragraph
           end-if
           open input f-depot
           if statusDepot = '00' then
               move depotBus to numDepot
               read f-depot
                   not invalid key
                       move function upper-case(villeDepot)
                           to villeBase
               end-read
               close f-depot
           end-if
       .

       *> l'arrivee est a la base si le lieu commence par le nom de
       *> la ville du depot (meme regle que verifZFE)
       mod-arriveeBase.
           set rentreBase to false
           if villeBase = spaces then
               exit paragraph
           end-if
           move 0 to lgVille
           inspect function reverse(villeBase) tallying lgVille
               for leading spaces
           compute lgVille = 20 - lgVille
           move function upper-case(lieuArrEt) to villeMaj
           if villeMaj(1:lgVille) = villeBase(1:lgVille) then
               if lgVille = 20 then
                   set rentreBase to true
               else
                   if villeMaj(lgVille + 1:1) = space
                   or villeMaj(lgVille + 1:1) = '-' then
                       set rentreBase to true
                   end-if
               end-if
           end-if
       .

       end program calculItineraire.
