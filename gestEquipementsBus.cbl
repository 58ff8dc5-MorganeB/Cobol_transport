       program-id. gestEquipementsBus.

       *> profil d'equipement des bus (EquipementBus.dat, une ligne
       *> par bus, indicateurs O/N : elevateur fauteuil roulant,
       *> toilettes, refrigerateur, wifi, attelage de remorque a
       *> bagages, ceintures de securite), controle contre les
       *> exigences des commandes par verifEquipement. Le parc
       *> equipe s'edite par depot dans equipements-flotte.txt.
       *> Le profil porte aussi la classe d'emission du bus (norme
       *> Euro '0' a '6', 'E' electrique), controlee contre les
       *> zones a faibles emissions par verifZFE, et pour un bus
       *> electrique son autonomie utile en km, controlee contre la
       *> distance des circuits par verifBusElectrique.

       file-control.
           select f-equipBus assign 'EquipementBus.dat'
           organization indexed access dynamic
           record key numBusEq
           file status is statusEquip.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-depot assign 'Depot.dat' organization
           indexed access dynamic record key numDepot
           file status is statusDepot.

           select f-edition assign 'equipements-flotte.txt'
           organization line sequential.

       file section.
       fd f-equipBus.
       1 EquipementBus.
           2 numBusEq pic 9(4).
           2 equipementsEq.
               3 elevateurEq pic x(01).
               3 toilettesEq pic x(01).
               3 frigoEq pic x(01).
               3 wifiEq pic x(01).
               3 attelageEq pic x(01).
               3 ceinturesEq pic x(01).
           2 classeEuroEq pic x(01).
               88 classeValide values '0' thru '6' 'E'.
               88 classeElectrique value 'E'.
           2 autonomieEq pic 9(4).

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

       fd f-edition.
       1 ligneEdition pic x(80).

       working-storage section.
       1 statusEquip pic xx.
       1 statusBus pic xx.
       1 statusDepot pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 ligneVide pic x(80) value spaces.

       1 busSaisi pic 9(4).
       1 equipSaisi.
           2 elevateurSaisi pic x(01).
           2 toilettesSaisi pic x(01).
           2 frigoSaisi pic x(01).
           2 wifiSaisi pic x(01).
           2 attelageSaisi pic x(01).
           2 ceinturesSaisi pic x(01).
       1 classeSaisie pic x(01).
       1 classePrecedente pic x(01).
       1 autonomieSaisie pic 9(4).
       1 autonomiePrecedente pic 9(4).

       *> parc en service par depot (indice = numero de depot + 1) :
       *> nombre de bus et nombre de bus portant chaque equipement
       1 tabDepots.
           2 tabDepot occurs 100 times.
               3 nbBusDepot pic 9(4).
               3 nbEquipDepot pic 9(4) occurs 6 times.
       1 idxDepot pic 9(3).
       1 idxEquip pic 9(1).
       1 nbEdite pic zzz9.
       1 colEdition pic 9(2).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 busExiste value 'o' false 'n'.

       1 pic x value 'n'.
       88 equipOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 depotOuvert value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
       88 roleConsult-parm value 'C'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-nextPage.
           2 line 24 'Appuyez sur une touche pour afficher la suite' .
           2 s-nextPage line 25 col 80 pic x to nextPage auto secure.

       1 a-plg-menu.
           2 line 3 col 14 'Equipements des bus'.
           2 line 5 col 10 '1 Consulter les profils d'&x'82'&
           'quipement'.
           2 line 6 col 10 '2 D'&x'82'&'finir l'''&x'82'&'quipement '&
           'd''un bus'.
           2 line 7 col 10 '3 Parc '&x'82'&'quip'&x'82'&' par d'&x'82'&
           'p'&x'93'&'t'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Profils d'&x'82'&'quipement'.
           2 line 6 col 3 'Bus'.
           2 line 6 col 10 'UFR'.
           2 line 6 col 16 'WC'.
           2 line 6 col 22 'Frigo'.
           2 line 6 col 30 'Wifi'.
           2 line 6 col 37 'Attelage'.
           2 line 6 col 48 'Ceintures'.
           2 line 6 col 60 'Euro'.
           2 line 6 col 66 'Autonomie'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numBusEq.
           2 line i col 11 pic x from elevateurEq.
           2 line i col 17 pic x from toilettesEq.
           2 line i col 24 pic x from frigoEq.
           2 line i col 31 pic x from wifiEq.
           2 line i col 40 pic x from attelageEq.
           2 line i col 52 pic x from ceinturesEq.
           2 line i col 61 pic x from classeEuroEq.
           2 line i col 68 pic zzz9 from autonomieEq.

       1 s-plg-saisieBus.
           2 line 5 col 4 'D'&x'82'&'finir l'''&x'82'&'quipement '&
           'd''un bus'.
           2 line 7 col 10 'Num'&x'82'&'ro du bus : '.
           2 s-bus pic 9(4) to busSaisi required.

       1 s-plg-saisieEquip.
           2 line 9 col 10 'El'&x'82'&'vateur fauteuil (O/N) : '.
           2 s-elevateur pic x to elevateurSaisi.
           2 line 10 col 10 'Toilettes (O/N) : '.
           2 s-toilettes pic x to toilettesSaisi.
           2 line 11 col 10 'R'&x'82'&'frig'&x'82'&'rateur (O/N) : '.
           2 s-frigo pic x to frigoSaisi.
           2 line 12 col 10 'Wifi (O/N) : '.
           2 s-wifi pic x to wifiSaisi.
           2 line 13 col 10 'Attelage remorque (O/N) : '.
           2 s-attelage pic x to attelageSaisi.
           2 line 14 col 10 'Ceintures de s'&x'82'&'curit'&x'82'&
           ' (O/N) : '.
           2 s-ceintures pic x to ceinturesSaisi.
           2 line 15 col 10 'Classe d'''&x'82'&'mission (Euro 0 '&
           x'85'&' 6, E = '&x'82'&'lectrique, blanc = inchang'&x'82'&
           'e) : '.
           2 s-classe pic x to classeSaisie.
           2 line 16 col 10 'Autonomie utile si '&x'82'&'lectrique '&
           '(km, 0 = inchang'&x'82'&'e) : '.
           2 s-autonomie pic 9(4) to autonomieSaisie.

       1 a-plg-classeInvalide.
           2 line 17 col 10 'Classe d'''&x'82'&'mission : 0 '&x'85'&
           ' 6 ou E svp'.

       1 a-plg-busInexistant.
           2 line 15 col 10 'Ce num'&x'82'&'ro de bus n''existe pas'.

       1 a-plg-res.
           2 line 18 col 15 'Equipement enregistr'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun profil enregistr'&x'82'.

       1 a-plg-resParc.
           2 line 5 col 4 'Parc '&x'82'&'quip'&x'82'&' par d'&x'82'&
           'p'&x'93'&'t '&x'82'&'dit'&x'82'&' dans '&
           'equipements-flotte.txt'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
                   when 3 perform mod-editerParc
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-equipBus
           if statusEquip = '00' then
               read f-equipBus next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set ligneTrouvee to true
                       display a-plg-resListe
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreListe
                       end-if
                   end-if
                   read f-equipBus next
                   end set fin-lire to true end-read
               end-perform
               close f-equipBus
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-definir.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               display a-effacer
               display s-plg-saisieBus
               accept s-bus

               set busExiste to false
               open input f-bus
               if statusBus = '00' then
                   move busSaisi to numero
                   read f-bus
                       not invalid key
                           set busExiste to true
                   end-read
                   close f-bus
               end-if

               if not busExiste then
                   display a-plg-busInexistant
               else
                   open i-o f-equipBus
                   if statusEquip = '35' then
                       open output f-equipBus
                       close f-equipBus
                       open i-o f-equipBus
                   end-if
                   move busSaisi to numBusEq
                   read f-equipBus
                       invalid key
                           set ligneTrouvee to false
                           move space to classePrecedente
                           move 0 to autonomiePrecedente
                       not invalid key
                           set ligneTrouvee to true
                           move classeEuroEq to classePrecedente
                           move autonomieEq to autonomiePrecedente
                   end-read

                   move spaces to equipSaisi
                   move space to classeSaisie
                   move 0 to autonomieSaisie
                   display s-plg-saisieEquip
                   accept s-elevateur
                   accept s-toilettes
                   accept s-frigo
                   accept s-wifi
                   accept s-attelage
                   accept s-ceintures
                   accept s-classe
                   accept s-autonomie
                   inspect equipSaisi converting 'on' to 'ON'
                   inspect equipSaisi replacing all space by 'N'
                   inspect classeSaisie converting 'e' to 'E'
                   if classeSaisie = space then
                       move classePrecedente to classeSaisie
                   end-if
                   if autonomieSaisie = 0 then
                       move autonomiePrecedente to autonomieSaisie
                   end-if

                   move busSaisi to numBusEq
                   move equipSaisi to equipementsEq
                   move classeSaisie to classeEuroEq
                   if classeElectrique then
                       move autonomieSaisie to autonomieEq
                   else
                       move 0 to autonomieEq
                   end-if
                   if classeSaisie not = space and not classeValide then
                       display a-plg-classeInvalide
                   else
                       if ligneTrouvee then
                           rewrite EquipementBus
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'MODIF' to actionAudit
                                   perform mod-ecrireAudit
                           end-rewrite
                       else
                           write EquipementBus
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'AJOUT' to actionAudit
                                   perform mod-ecrireAudit
                           end-write
                       end-if
                   end-if
                   close f-equipBus
               end-if

               display a-plg-next
               accept s-next
           end-if
       .

       *> bus en service par depot et, pour chaque equipement, nombre
       *> de bus qui le portent
       mod-editerParc.
           display a-effacer
           initialize tabDepots
           open input f-bus
           open input f-equipBus
           set equipOuvert to false
           if statusEquip = '00' then
               set equipOuvert to true
           end-if
           if statusBus = '00' then
               set fin-lire to false
               read f-bus next
               end set fin-lire to true end-read
               perform until fin-lire
                   if not busRetire then
                       perform mod-compterBus
                   end-if
                   read f-bus next
                   end set fin-lire to true end-read
               end-perform
               close f-bus
           end-if
           if equipOuvert then
               close f-equipBus
               set equipOuvert to false
           end-if

           accept dateJour from date yyyymmdd
           open output f-edition
           move ligneVide to ligneEdition
           move 'PARC EQUIPE PAR DEPOT au' to ligneEdition(1:24)
           move dateJour to ligneEdition(26:8)
           write ligneEdition
           move ligneVide to ligneEdition
           write ligneEdition
           move ligneVide to ligneEdition
           move 'Depot' to ligneEdition(1:5)
           move 'Bus' to ligneEdition(30:3)
           move 'UFR' to ligneEdition(36:3)
           move 'WC' to ligneEdition(42:2)
           move 'Frigo' to ligneEdition(47:5)
           move 'Wifi' to ligneEdition(54:4)
           move 'Attel.' to ligneEdition(60:6)
           move 'Ceint.' to ligneEdition(67:6)
           write ligneEdition

           open input f-depot
           set depotOuvert to false
           if statusDepot = '00' then
               set depotOuvert to true
           end-if
           perform varying idxDepot from 1 by 1 until idxDepot > 100
               if nbBusDepot(idxDepot) > 0 then
                   perform mod-ligneDepot
               end-if
           end-perform
           if depotOuvert then
               close f-depot
               set depotOuvert to false
           end-if
           close f-edition

           display a-plg-resParc
           display a-plg-next
           accept s-next
       .

       mod-compterBus.
           compute idxDepot = depotBus + 1
           add 1 to nbBusDepot(idxDepot)
           move 'NNNNNN' to equipementsEq
           if equipOuvert then
               move numero to numBusEq
               read f-equipBus
                   invalid key
                       move 'NNNNNN' to equipementsEq
               end-read
           end-if
           perform varying idxEquip from 1 by 1 until idxEquip > 6
               if equipementsEq(idxEquip:1) = 'O' then
                   add 1 to nbEquipDepot(idxDepot idxEquip)
               end-if
           end-perform
       .

       mod-ligneDepot.
           move ligneVide to ligneEdition
           compute numDepot = idxDepot - 1
           move numDepot to ligneEdition(1:2)
           if depotOuvert then
               read f-depot
                   not invalid key
                       move nomDepot(1:24) to ligneEdition(4:24)
               end-read
           end-if
           move nbBusDepot(idxDepot) to nbEdite
           move nbEdite to ligneEdition(29:4)
           move 35 to colEdition
           perform varying idxEquip from 1 by 1 until idxEquip > 6
               move nbEquipDepot(idxDepot idxEquip) to nbEdite
               move nbEdite to ligneEdition(colEdition:4)
               add 6 to colEdition
           end-perform
           write ligneEdition
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'EQUIPEMENT' to ligneAudit(25:11)
           move busSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move equipSaisi to ligneAudit(54:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestEquipementsBus.
