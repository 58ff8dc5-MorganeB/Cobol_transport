       program-id. rapportObjetsTrouves.

       *> liste mensuelle des objets trouves encore en stock depuis
       *> plus longtemps que le delai de conservation (parametre
       *> DELAIOBJET, en jours, 90 par defaut) : ce sont ceux qui
       *> peuvent etre detruits ou remis au service municipal, puis
       *> sortis du registre par gestObjetsTrouves

       file-control.
           select f-objet assign 'ObjetTrouve.dat'
           organization indexed access dynamic
           record key numObjet
           alternate record key numBusObj duplicates
           file status is statusObjet.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           select f-rapport assign nomRapport organization line
           sequential.

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

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusObjet pic xx.
       1 statusParam pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 dateJour pic 9(8).
       1 dateLimite pic 9(8).
       1 delaiConservation pic 9(4) value 90.
       1 nbObjets pic 9(5) value 0.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Objets trouv'&x'82'&'s '&x'85'&
           ' sortir du registre'.

       1 a-plg-res.
           2 line 18 col 10 'Rapport produit : '.
           2 a-nbObjets pic z(4)9 from nbObjets.
           2 ' objet(s) au-del'&x'85'&' du d'&x'82'&'lai'.

       1 a-plg-vide.
           2 line 18 col 10 'Aucun objet trouv'&x'82'&
           ' enregistr'&x'82'.

       procedure division.
           display a-plg-titre
           accept dateJour from date yyyymmdd

           open input f-objet
           if statusObjet not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if

           open input f-parametre
           if statusParam = '00' then
               move 'DELAIOBJET' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to delaiConservation
               end-read
               close f-parametre
           end-if
           compute dateLimite = function date-of-integer(
               function integer-of-date(dateJour) - delaiConservation)

           move spaces to nomRapport
           string 'objetsTrouves-' dateJour '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'OBJETS TROUVES A SORTIR DU REGISTRE AU' to ligne(1:38)
           move dateJour to ligne(40:8)
           write rapport
           move ligneVide to ligne
           move 'Trouves au plus tard le' to ligne(1:23)
           move dateLimite to ligne(25:8)
           move '(delai de' to ligne(34:9)
           move delaiConservation to ligne(44:4)
           move 'jours)' to ligne(49:6)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Numero Trouve le Bus  Dep Description' to ligne(1:37)
           write rapport

           read f-objet next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and objStocke
               and dateTrouveObj <= dateLimite then
                   add 1 to nbObjets
                   move ligneVide to ligne
                   move numObjet to ligne(1:6)
                   move dateTrouveObj to ligne(8:8)
                   move numBusObj to ligne(17:4)
                   move depotObj to ligne(23:2)
                   move descriptionObj(1:43) to ligne(27:43)
                   write rapport
               end-if
               read f-objet next
               end set fin-lire to true end-read
           end-perform
           close f-objet

           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Total :' to ligne(1:7)
           move nbObjets to ligne(9:5)
           move 'objet(s)' to ligne(15:8)
           write rapport
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       end program rapportObjetsTrouves.
