       program-id. gestIndicesCarburant.

       *> indice mensuel du gazole (IndiceCarburant.dat, une ligne par
       *> mois) : la facturation le confronte a l'indice de reference
       *> des contrats clients a clause carburant et ajoute une ligne
       *> de surcharge ou de remise quand l'ecart depasse le seuil
       *> du contrat.

       file-control.
           select f-indice assign 'IndiceCarburant.dat'
           organization indexed access dynamic
           record key moisIndice
           file status is statusIndice.

       file section.
       fd f-indice.
       1 IndiceCarburant.
           2 moisIndice pic 9(6).
           2 valeurIndice pic 9(5)v99.
           2 dateSaisieIndice pic 9(8).

       working-storage section.
       1 statusIndice pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 moisSaisi pic 9(6).
       1 valeurSaisie pic 9(5)v99.
       1 dateMoisSaisi pic 9(8).
       1 reponse pic x(01).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

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
           2 line 3 col 14 'Indice carburant'.
           2 line 5 col 10 '1 Consulter les indices'.
           2 line 6 col 10 '2 Saisir ou corriger un indice'.
           2 line 7 col 10 '3 Supprimer un indice'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Indices mensuels du gazole'.
           2 line 6 col 3 'Mois'.
           2 line 6 col 14 'Indice'.
           2 line 6 col 28 'Saisi le'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(6) from moisIndice.
           2 line i col 12 pic zzzz9.99 from valeurIndice.
           2 line i col 28 pic 9(8) from dateSaisieIndice.

       1 s-plg-saisieMois.
           2 line 5 col 4 'Indice carburant'.
           2 line 7 col 10 'Mois (AAAAMM) : '.
           2 s-mois pic 9(6) to moisSaisi required.

       1 s-plg-saisieValeur.
           2 line 9 col 10 'Valeur de l''indice : '.
           2 s-valeur pic 9(5).99 to valeurSaisie required.

       1 s-plg-confirmation.
           2 line 9 col 10 'Indice : '.
           2 a-valeur pic zzzz9.99 from valeurIndice.
           2 line 11 col 10 'Supprimer cet indice (O/N) : '.
           2 s-reponse pic x to reponse required.

       1 a-plg-moisInvalide.
           2 line 15 col 10 'Saisir un mois correct svp'.

       1 a-plg-valeurInvalide.
           2 line 15 col 10 'L''indice ne peut pas '&x'88'&'tre nul'.

       1 a-plg-indiceInexistant.
           2 line 15 col 10 'Aucun indice pour ce mois'.

       1 a-plg-res.
           2 line 18 col 15 'Indice enregistr'&x'82'&' !'.

       1 a-plg-resSuppr.
           2 line 18 col 15 'Indice supprim'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun indice enregistr'&x'82'.

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
           set fin-lire to false
           open input f-indice
           if statusIndice = '00' then
               read f-indice next
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
                   read f-indice next
                   end set fin-lire to true end-read
               end-perform
               close f-indice
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
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisieMois
           accept s-mois
           display s-plg-saisieValeur
           accept s-valeur
           compute dateMoisSaisi = moisSaisi * 100 + 1

           evaluate true
               when function integer-of-date(dateMoisSaisi) = 0
                   display a-plg-moisInvalide
               when valeurSaisie = 0
                   display a-plg-valeurInvalide
               when other
                   open i-o f-indice
                   if statusIndice = '35' then
                       open output f-indice
                       close f-indice
                       open i-o f-indice
                   end-if
                   move moisSaisi to moisIndice
                   read f-indice
                       invalid key
                           set ligneTrouvee to false
                       not invalid key
                           set ligneTrouvee to true
                   end-read
                   move moisSaisi to moisIndice
                   move valeurSaisie to valeurIndice
                   accept dateSaisieIndice from date yyyymmdd
                   if ligneTrouvee then
                       rewrite IndiceCarburant
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-res
                               move 'MODIF' to actionAudit
                               perform mod-ecrireAudit
                       end-rewrite
                   else
                       write IndiceCarburant
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-res
                               move 'AJOUT' to actionAudit
                               perform mod-ecrireAudit
                       end-write
                   end-if
                   close f-indice
           end-evaluate

           display a-plg-next
           accept s-next
       .

       mod-supprimer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisieMois
           accept s-mois

           set ligneTrouvee to false
           open i-o f-indice
           if statusIndice = '00' then
               move moisSaisi to moisIndice
               read f-indice
                   not invalid key
                       set ligneTrouvee to true
               end-read
               if ligneTrouvee then
                   move valeurIndice to valeurSaisie
                   display s-plg-confirmation
                   accept s-reponse
                   if reponse = 'O' or reponse = 'o' then
                       delete f-indice
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resSuppr
                               move 'SUPPR' to actionAudit
                               perform mod-ecrireAudit
                       end-delete
                   end-if
               end-if
               close f-indice
           end-if
           if not ligneTrouvee then
               display a-plg-indiceInexistant
           end-if

           display a-plg-next
           accept s-next
       .

       *> enregistre l'operation dans le journal d'audit (le mois
       *> tient lieu de cle, la valeur suit)
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'INDICECARB' to ligneAudit(25:11)
           move moisSaisi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move valeurSaisie to ligneAudit(54:7)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestIndicesCarburant.
