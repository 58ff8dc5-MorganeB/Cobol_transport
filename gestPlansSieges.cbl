       program-id. gestPlansSieges.

       *> plan des sieges par modele de bus : nombre de sieges,
       *> sieges par rangee et rangees avant (vendues a part). Les
       *> sieges sont numerotes de 1 a nbSiegesPlan, rangee par
       *> rangee depuis l'avant; siegesResa attribue ces numeros aux
       *> reservations. Le nombre de sieges doit suivre nbplaces des
       *> bus du modele : un ecart est signale a l'enregistrement.

       file-control.
           select f-plan assign 'PlanSieges.dat'
           organization indexed access dynamic
           record key modelePlan
           file status is statusPlan.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

       file section.
       fd f-plan.
       1 PlanSieges.
           2 modelePlan pic x(20).
           2 nbSiegesPlan pic 9(3).
           2 siegesParRangee pic 9(1).
           2 nbRangeesAvant pic 9(2).

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

       working-storage section.
       1 statusPlan pic xx.
       1 statusBus pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 modeleSaisi pic x(20).
       1 siegesSaisis pic 9(3).
       1 parRangeeSaisie pic 9(1).
       1 rangeesAvantSaisies pic 9(2).
       1 nbBusEcart pic 9(3).
       1 nbBusModele pic 9(3).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'o'.
       88 saisieValide value 'o' false 'n'.

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
           2 line 3 col 14 'Plans des si'&x'8a'&'ges par mod'&x'8a'&
           'le de bus'.
           2 line 5 col 10 '1 Consulter les plans'.
           2 line 6 col 10 '2 D'&x'82'&'finir le plan d''un mod'&x'8a'&
           'le'.
           2 line 7 col 10 '3 Supprimer un plan'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Plans des si'&x'8a'&'ges'.
           2 line 6 col 3 'Mod'&x'8a'&'le'.
           2 line 6 col 25 'Si'&x'8a'&'ges'.
           2 line 6 col 33 'Par rang'&x'82'&'e'.
           2 line 6 col 46 'Rang'&x'82'&'es avant'.

       1 a-plg-resListe.
           2 line i col 3 pic x(20) from modelePlan.
           2 line i col 26 pic zz9 from nbSiegesPlan.
           2 line i col 37 pic 9 from siegesParRangee.
           2 line i col 50 pic z9 from nbRangeesAvant.

       1 s-plg-saisie.
           2 line 5 col 4 'D'&x'82'&'finir le plan d''un mod'&x'8a'&
           'le'.
           2 line 7 col 10 'Mod'&x'8a'&'le de bus : '.
           2 s-modele pic x(20) to modeleSaisi required.
           2 line 8 col 10 'Nombre de si'&x'8a'&'ges : '.
           2 s-sieges pic 9(3) to siegesSaisis required.
           2 line 9 col 10 'Si'&x'8a'&'ges par rang'&x'82'&'e : '.
           2 s-parRangee pic 9 to parRangeeSaisie required.
           2 line 10 col 10 'Rang'&x'82'&'es avant : '.
           2 s-avant pic 9(2) to rangeesAvantSaisies.

       1 s-plg-saisieModele.
           2 line 5 col 10 'Mod'&x'8a'&'le de bus : '.
           2 s-num pic x(20) to modeleSaisi required.

       1 a-plg-saisieInvalide.
           2 line 15 col 10 'Plan incoh'&x'82'&'rent : au moins un '&
           'si'&x'8a'&'ge et un si'&x'8a'&'ge par rang'&x'82'&'e,'.
           2 line 16 col 10 'rang'&x'82'&'es avant dans le plan'.

       1 a-plg-aucunBus.
           2 line 13 col 10 'Attention : aucun bus de ce mod'&x'8a'&
           'le dans le parc'.

       1 a-plg-ecart.
           2 line 13 col 10 'Attention : '.
           2 a-ecart pic zz9 from nbBusEcart.
           2 ' bus sur '.
           2 a-busModele pic zz9 from nbBusModele.
           2 ' n''ont pas ce nombre de places'.

       1 a-plg-res.
           2 line 18 col 15 'Plan enregistr'&x'82'&' !'.

       1 a-plg-resSuppr.
           2 line 15 col 15 'Plan supprim'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-inconnu.
           2 line 15 col 15 'Aucun plan pour ce mod'&x'8a'&'le'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun plan enregistr'&x'82'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
                   when 3 perform mod-supprimer
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-plan
           if statusPlan = '00' then
               read f-plan next
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
                   read f-plan next
                   end set fin-lire to true end-read
               end-perform
               close f-plan
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
               display s-plg-saisie
               accept s-modele
               accept s-sieges
               accept s-parRangee
               accept s-avant

               set saisieValide to true
               if siegesSaisis = 0 or parRangeeSaisie = 0 then
                   set saisieValide to false
               else
                   if rangeesAvantSaisies * parRangeeSaisie
                   > siegesSaisis then
                       set saisieValide to false
                   end-if
               end-if

               if not saisieValide then
                   display a-plg-saisieInvalide
               else
                   perform mod-controlerParc
                   open i-o f-plan
                   if statusPlan = '35' then
                       open output f-plan
                       close f-plan
                       open i-o f-plan
                   end-if
                   move modeleSaisi to modelePlan
                   read f-plan
                       invalid key
                           move modeleSaisi to modelePlan
                           move siegesSaisis to nbSiegesPlan
                           move parRangeeSaisie to siegesParRangee
                           move rangeesAvantSaisies to nbRangeesAvant
                           write PlanSieges
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'AJOUT' to actionAudit
                                   perform mod-ecrireAudit
                           end-write
                       not invalid key
                           move siegesSaisis to nbSiegesPlan
                           move parRangeeSaisie to siegesParRangee
                           move rangeesAvantSaisies to nbRangeesAvant
                           rewrite PlanSieges
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'MODIF' to actionAudit
                                   perform mod-ecrireAudit
                           end-rewrite
                   end-read
                   close f-plan
               end-if

               display a-plg-next
               accept s-next
           end-if
       .

       *> compare le nombre de sieges a nbplaces des bus en service
       *> du modele
       mod-controlerParc.
           move 0 to nbBusModele
           move 0 to nbBusEcart
           open input f-bus
           if statusBus = '00' then
               set fin-lire to false
               read f-bus next
               end set fin-lire to true end-read
               perform until fin-lire
                   if modele = modeleSaisi and not busRetire then
                       add 1 to nbBusModele
                       if nbplaces not = siegesSaisis then
                           add 1 to nbBusEcart
                       end-if
                   end-if
                   read f-bus next
                   end set fin-lire to true end-read
               end-perform
               close f-bus
           end-if
           if nbBusModele = 0 then
               display a-plg-aucunBus
           else
               if nbBusEcart > 0 then
                   display a-plg-ecart
               end-if
           end-if
       .

       mod-supprimer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               display a-effacer
               display s-plg-saisieModele
               accept s-num

               set ligneTrouvee to false
               open i-o f-plan
               if statusPlan = '00' then
                   move modeleSaisi to modelePlan
                   read f-plan
                       invalid key
                           set ligneTrouvee to false
                       not invalid key
                           set ligneTrouvee to true
                   end-read

                   if ligneTrouvee then
                       delete f-plan
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resSuppr
                               move 'SUPPR' to actionAudit
                               perform mod-ecrireAudit
                       end-delete
                   end-if
                   close f-plan
               end-if
               if not ligneTrouvee then
                   display a-plg-inconnu
               end-if

               display a-plg-next
               accept s-next
           end-if
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'PLANSIEGES' to ligneAudit(25:11)
           move operateurID-parm to ligneAudit(43:10)
           move modeleSaisi to ligneAudit(54:20)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestPlansSieges.
