       program-id. rapportCuves.

       *> rapport mensuel des cuves de gazole : pour chaque depot,
       *> litres livres et litres tires a la pompe sur le mois, puis
       *> chaque jaugeage du mois avec le stock theorique du moment,
       *> les litres mesures et l'ecart (en litres et en pourcentage
       *> de la capacite); le stock du jour et l'alerte de commande
       *> terminent la ligne du depot

       file-control.
           select f-cuve assign 'Cuve.dat'
           organization indexed access dynamic
           record key numDepotCuve
           file status is statusCuve.

           select f-mvtCuve assign 'MouvementCuve.dat'
           organization indexed access dynamic
           record key numMvtCuve
           alternate record key depotMvtCuve duplicates
           file status is statusMvtCuve.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-cuve.
       1 Cuve.
           2 numDepotCuve pic 9(2).
           2 capaciteCuve pic 9(6).
           2 stockCuve pic s9(7)v99.
           2 seuilCuve pic 9(6).
           2 dateJaugeCuve pic 9(8).

       fd f-mvtCuve.
       1 MouvementCuve.
           2 numMvtCuve pic 9(6).
           2 depotMvtCuve pic 9(2).
           2 typeMvtCuve pic x(01).
               88 mvtLivraison value 'L'.
               88 mvtPlein value 'P'.
               88 mvtJaugeage value 'J'.
           2 dateMvtCuve pic 9(8).
           2 litresMvtCuve pic 9(6)v99.
           2 prixMvtCuve pic 9(7)v99.
           2 bonLivraisonCuve pic x(15).
           2 fournisseurCuve pic x(30).
           2 numPleinCuve pic 9(6).
           2 stockLivreCuve pic s9(7)v99.
           2 operateurCuve pic x(10).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusCuve pic xx.
       1 statusMvtCuve pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 moisSaisi pic 9(6) value 0.
       1 moisMvt pic 9(6).
       1 litresLivres pic 9(8)v99.
       1 litresTires pic 9(8)v99.
       1 ecartLitres pic s9(7)v99.
       1 ecartPourcent pic s9(3)v99.
       1 nbJaugeages pic 9(4) value 0.
       1 nbSousSeuil pic 9(3) value 0.
       1 litresEdites pic -zzzzzz9.99.
       1 pourcentEdite pic -zz9.99.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 fin-mvt value 'o' false 'n'.

       1 pic x value 'n'.
       88 mvtCuveOuvert value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-saisie.
           2 line 4 col 4 'Ecarts de cuve du mois'.
           2 line 6 col 10 'Mois '&x'85'&' analyser (AAAAMM) : '.
           2 s-mois pic 9(6) to moisSaisi required.

       1 a-plg-res.
           2 line 18 col 10 'Rapport produit : '.
           2 a-nbJaugeages pic z(3)9 from nbJaugeages.
           2 ' jaugeage(s), '.
           2 a-nbSousSeuil pic zz9 from nbSousSeuil.
           2 ' cuve(s) sous le seuil'.

       1 a-plg-vide.
           2 line 18 col 10 'Aucune cuve d'&x'82'&'finie'.

       procedure division.
           move 0 to nbJaugeages
           move 0 to nbSousSeuil
           set fin-lire to false
           set mvtCuveOuvert to false

           display a-effacer
           display s-plg-saisie
           accept s-mois

           open input f-cuve
           if statusCuve not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-mvtCuve
           if statusMvtCuve = '00' then
               set mvtCuveOuvert to true
           end-if

           move spaces to nomRapport
           string 'cuves-' moisSaisi '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'CUVES DE GAZOLE - ECARTS DU MOIS' to ligne(1:32)
           move moisSaisi to ligne(34:6)
           write rapport

           read f-cuve next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   perform mod-traiterCuve
               end-if
               read f-cuve next
               end set fin-lire to true end-read
           end-perform

           close f-cuve
           if mvtCuveOuvert then
               close f-mvtCuve
               set mvtCuveOuvert to false
           end-if
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-traiterCuve.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Depot' to ligne(1:5)
           move numDepotCuve to ligne(7:2)
           move 'capacite' to ligne(11:8)
           move capaciteCuve to ligne(20:6)
           move 'stock du jour' to ligne(28:13)
           move stockCuve to litresEdites
           move litresEdites to ligne(42:11)
           if stockCuve < seuilCuve then
               add 1 to nbSousSeuil
               move 'A COMMANDER' to ligne(55:11)
           end-if
           write rapport

           move 0 to litresLivres
           move 0 to litresTires
           set fin-mvt to false
           if not mvtCuveOuvert then
               set fin-mvt to true
           else
               move numDepotCuve to depotMvtCuve
               start f-mvtCuve key is equal depotMvtCuve
                   invalid key set fin-mvt to true
               end-start
           end-if
           perform until fin-mvt
               read f-mvtCuve next
                   at end
                       set fin-mvt to true
                   not at end
                       if depotMvtCuve not = numDepotCuve then
                           set fin-mvt to true
                       else
                           move dateMvtCuve(1:6) to moisMvt
                           if moisMvt = moisSaisi then
                               perform mod-traiterMouvement
                           end-if
                       end-if
               end-read
           end-perform

           move ligneVide to ligne
           move 'Livre :' to ligne(3:7)
           move litresLivres to litresEdites
           move litresEdites to ligne(11:11)
           move 'Tire a la pompe :' to ligne(25:17)
           move litresTires to litresEdites
           move litresEdites to ligne(43:11)
           write rapport
       .

       mod-traiterMouvement.
           evaluate true
               when mvtLivraison
                   add litresMvtCuve to litresLivres
               when mvtPlein
                   add litresMvtCuve to litresTires
               when mvtJaugeage
                   add 1 to nbJaugeages
                   compute ecartLitres =
                       litresMvtCuve - stockLivreCuve
                   move 0 to ecartPourcent
                   if capaciteCuve > 0 then
                       compute ecartPourcent rounded =
                           ecartLitres * 100 / capaciteCuve
                   end-if
                   move ligneVide to ligne
                   move 'Jaugeage' to ligne(3:8)
                   move dateMvtCuve to ligne(12:8)
                   move 'theo.' to ligne(21:5)
                   move stockLivreCuve to litresEdites
                   move litresEdites to ligne(26:11)
                   move 'mes.' to ligne(38:4)
                   move litresMvtCuve to litresEdites
                   move litresEdites to ligne(42:11)
                   move 'ecart' to ligne(54:5)
                   move ecartLitres to litresEdites
                   move litresEdites to ligne(59:11)
                   move ecartPourcent to pourcentEdite
                   move pourcentEdite to ligne(71:7)
                   move '%' to ligne(78:1)
                   write rapport
           end-evaluate
       .

       end program rapportCuves.
