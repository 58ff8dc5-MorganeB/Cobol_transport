       program-id. mouvementCuve.

       *> mouvements de la cuve de gazole d'un depot (Cuve.dat,
       *> MouvementCuve.dat) appeles depuis la saisie des pleins.
       *> Modes d'appel :
       *>   'V' verifie que le depot depot-parm a une cuve;
       *>   'P' enregistre le plein numPlein-parm tire a la pompe du
       *>       depot : mouvement 'P' et baisse du stock theorique.
       *> retour-parm : 'X' pas de cuve pour ce depot, 'A' stock
       *> passe sous le seuil de commande, blanc sinon.

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

       working-storage section.
       1 statusCuve pic xx.
       1 statusMvtCuve pic xx.
       1 newMvtCuve pic 9(6).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       linkage section.
       1 modeCuve-parm pic x(01).
       1 depot-parm pic 9(2).
       1 litres-parm pic 9(6)v99.
       1 numPlein-parm pic 9(6).
       1 dateMvt-parm pic 9(8).
       1 operateur-parm pic x(10).
       1 retour-parm pic x(01).

       procedure division using modeCuve-parm depot-parm litres-parm
           numPlein-parm dateMvt-parm operateur-parm retour-parm.
           move space to retour-parm
           open i-o f-cuve
           if statusCuve not = '00' then
               move 'X' to retour-parm
               goback
           end-if
           move depot-parm to numDepotCuve
           read f-cuve
               invalid key
                   move 'X' to retour-parm
           end-read
           if retour-parm = 'X' or modeCuve-parm not = 'P' then
               close f-cuve
               goback
           end-if

           subtract litres-parm from stockCuve
           rewrite Cuve end-rewrite
           if stockCuve < seuilCuve then
               move 'A' to retour-parm
           end-if
           close f-cuve

           open i-o f-mvtCuve
           if statusMvtCuve = '35' then
               open output f-mvtCuve
               close f-mvtCuve
               open i-o f-mvtCuve
           end-if
           move 0 to newMvtCuve
           read f-mvtCuve next
           end set fin-lire to true end-read
           perform until fin-lire
               if numMvtCuve > newMvtCuve then
                   move numMvtCuve to newMvtCuve
               end-if
               read f-mvtCuve next
               end set fin-lire to true end-read
           end-perform
           set fin-lire to false

           compute newMvtCuve = newMvtCuve + 1
           move newMvtCuve to numMvtCuve
           move depot-parm to depotMvtCuve
           set mvtPlein to true
           move dateMvt-parm to dateMvtCuve
           move litres-parm to litresMvtCuve
           move 0 to prixMvtCuve
           move spaces to bonLivraisonCuve fournisseurCuve
           move numPlein-parm to numPleinCuve
           move 0 to stockLivreCuve
           move operateur-parm to operateurCuve
           write MouvementCuve end-write
           close f-mvtCuve
           goback.

       end program mouvementCuve.
