       program-id. gestCuves.

       *> cuves de gazole des depots (Cuve.dat) : capacite, stock
       *> theorique et seuil de commande. Les livraisons du
       *> fournisseur (litres, prix, bon de livraison) augmentent le
       *> stock, les pleins tires a la pompe du depot le baissent
       *> (ajoutCarburant via mouvementCuve), le jaugeage mensuel
       *> enregistre l'ecart entre stock theorique et litres mesures
       *> puis recale le stock sur la mesure. Tous les mouvements sont
       *> gardes dans MouvementCuve.dat pour le rapport d'ecarts.

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

           select f-depot assign 'Depot.dat' organization indexed
           access dynamic record key numDepot
           file status is statusDepot.

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

       fd f-depot.
       1 Depot.
           2 numDepot pic 9(2).
           2 nomDepot pic x(30).
           2 villeDepot pic x(20).
           2 numSocieteDep pic 9(2).

       working-storage section.
       1 statusCuve pic xx.
       1 statusMvtCuve pic xx.
       1 statusDepot pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 texteAudit pic x(27).

       1 depotSaisi pic 9(2).
       1 capaciteSaisie pic 9(6).
       1 seuilSaisi pic 9(6).
       1 stockSaisi pic 9(6)v99.
       1 dateSaisie pic 9(8).
       1 litresSaisis pic 9(6)v99.
       1 prixSaisi pic 9(7)v99.
       1 bonSaisi pic x(15).
       1 fournisseurSaisi pic x(30).
       1 confirmSaisi pic x.
       1 newMvtCuve pic 9(6).
       1 stockAvant pic s9(7)v99.
       1 ecartLitres pic s9(7)v99.
       1 alerteCuve pic x(01).
       1 typeMvtSaisi pic x(01).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 cuveLue value 'o' false 'n'.

       1 pic x value 'n'.
       88 cuveTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 depotExiste value 'o' false 'n'.

       1 dateAValider pic 9(8).
       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.

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
           2 line 3 col 14 'Cuves de gazole des d'&x'82'&'p'&x'93'&
           'ts'.
           2 line 5 col 10 '1 Lister les cuves'.
           2 line 6 col 10 '2 D'&x'82'&'finir une cuve'.
           2 line 7 col 10 '3 Saisir une livraison'.
           2 line 8 col 10 '4 Saisir un jaugeage'.
           2 line 9 col 10 '5 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 11 col 13 'Choix ? '.
           2 s-choix line 11 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Cuves de gazole'.
           2 line 6 col 3 'D'&x'82'&'p'.
           2 line 6 col 8 'Capacit'&x'82'.
           2 line 6 col 19 'Stock th'&x'82'&'orique'.
           2 line 6 col 36 'Seuil'.
           2 line 6 col 45 'Jaug'&x'82'&' le'.
           2 line 6 col 56 'Alerte'.

       1 a-plg-resListe.
           2 line i col 3 pic 99 from numDepotCuve.
           2 line i col 8 pic zzzzz9 from capaciteCuve.
           2 line i col 19 pic -zzzzzz9.99 from stockCuve.
           2 line i col 36 pic zzzzz9 from seuilCuve.
           2 line i col 45 pic 9(8) from dateJaugeCuve.
           2 line i col 56 pic x from alerteCuve.

       1 s-plg-saisieDepot.
           2 line 5 col 6 'D'&x'82'&'p'&x'93'&'t : '.
           2 s-depot pic 99 to depotSaisi required.

       1 s-plg-definition.
           2 line 7 col 6 'Capacit'&x'82'&' (litres) : '.
           2 s-capacite pic 9(6) to capaciteSaisie required.
           2 line 8 col 6 'Seuil de commande (litres) : '.
           2 s-seuil pic 9(6) to seuilSaisi required.

       1 s-plg-stockInitial.
           2 line 9 col 6 'Stock initial mesur'&x'82'&' (litres) : '.
           2 s-stockInitial pic 9(6)v99 to stockSaisi.

       1 a-plg-fiche.
           2 line 7 col 6 'Capacit'&x'82'&' : '.
           2 a-ficheCapacite pic zzzzz9 from capaciteCuve.
           2 line 7 col 30 'Stock th'&x'82'&'orique : '.
           2 a-ficheStock pic -zzzzzz9.99 from stockCuve.
           2 line 8 col 6 'Seuil : '.
           2 a-ficheSeuil pic zzzzz9 from seuilCuve.

       1 s-plg-livraison.
           2 line 10 col 6 'Date (AAAAMMJJ) : '.
           2 s-dateLiv pic 9(8) to dateSaisie required.
           2 line 11 col 6 'Litres livr'&x'82'&'s : '.
           2 s-litresLiv pic 9(6)v99 to litresSaisis required.
           2 line 12 col 6 'Prix total : '.
           2 s-prixLiv pic 9(7)v99 to prixSaisi required.
           2 line 13 col 6 'Bon de livraison : '.
           2 s-bon pic x(15) to bonSaisi required.
           2 line 14 col 6 'Fournisseur : '.
           2 s-fournisseur pic x(30) to fournisseurSaisi.

       1 s-plg-jaugeage.
           2 line 10 col 6 'Date (AAAAMMJJ) : '.
           2 s-dateJauge pic 9(8) to dateSaisie required.
           2 line 11 col 6 'Litres mesur'&x'82'&'s : '.
           2 s-litresJauge pic 9(6)v99 to litresSaisis required.

       1 a-plg-ecart.
           2 line 13 col 6 'Ecart (mesure - th'&x'82'&'orique) : '.
           2 a-ecart pic -zzzzzz9.99 from ecartLitres.

       1 s-plg-confirmDepassement.
           2 line 16 col 6 'La livraison d'&x'82'&'passe la '&
           'capacit'&x'82'&' : confirmer (O/N) : '.
           2 s-confirm pic x to confirmSaisi.

       1 a-plg-res.
           2 line 18 col 6 'Enregistr'&x'82'.

       1 a-plg-nonRes.
           2 line 18 col 6 'Echec'.

       1 a-plg-depotInconnu.
           2 line 18 col 6 'D'&x'82'&'p'&x'93'&'t inconnu'.

       1 a-plg-cuveInconnue.
           2 line 18 col 6 'Ce d'&x'82'&'p'&x'93'&'t n''a pas de cuve'.

       1 a-plg-erreur.
           2 line 18 col 6 'Saisir une date correcte svp'.

       1 a-plg-abandon.
           2 line 18 col 6 'Op'&x'82'&'ration abandonn'&x'82'&'e'.

       1 a-plg-sousSeuil.
           2 line 19 col 6 'Stock sous le seuil de commande : '&
           'passer commande'.

       1 a-plg-aucune.
           2 line 9 col 4 'Aucune cuve d'&x'82'&'finie'.

       procedure division using operateurID-parm operateurRole-parm.
           accept dateJour from date yyyymmdd
           perform test after until choix = 5
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
                   when 3 perform mod-livrer
                   when 4 perform mod-jauger
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set cuveTrouvee to false
           set fin-lire to false
           open input f-cuve
           if statusCuve = '00' then
               read f-cuve next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set cuveTrouvee to true
                       move space to alerteCuve
                       if stockCuve < seuilCuve then
                           move '*' to alerteCuve
                       end-if
                       display a-plg-resListe
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreListe
                       end-if
                   end-if
                   read f-cuve next
                   end set fin-lire to true end-read
               end-perform
               close f-cuve
           end-if
           if not cuveTrouvee then
               display a-plg-aucune
           end-if
           display a-plg-next
           accept s-next
       .

       *> creation ou modification de la cuve d'un depot; le stock
       *> initial n'est saisi qu'a la creation, il evolue ensuite par
       *> les mouvements
       mod-definir.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               display a-effacer
               display s-plg-saisieDepot
               accept s-depot
               perform mod-verifDepot
               if not depotExiste then
                   display a-plg-depotInconnu
               else
                   open i-o f-cuve
                   if statusCuve = '35' then
                       open output f-cuve
                       close f-cuve
                       open i-o f-cuve
                   end-if
                   move depotSaisi to numDepotCuve
                   read f-cuve
                       invalid key set cuveLue to false
                       not invalid key set cuveLue to true
                   end-read
                   if cuveLue then
                       display a-plg-fiche
                   end-if
                   display s-plg-definition
                   accept s-capacite
                   accept s-seuil
                   move capaciteSaisie to capaciteCuve
                   move seuilSaisi to seuilCuve
                   if cuveLue then
                       rewrite Cuve
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-res
                               move 'MODIF' to actionAudit
                               move 'definition cuve' to texteAudit
                               perform mod-ecrireAudit
                       end-rewrite
                   else
                       move 0 to stockSaisi
                       display s-plg-stockInitial
                       accept s-stockInitial
                       move depotSaisi to numDepotCuve
                       move stockSaisi to stockCuve
                       move dateJour to dateJaugeCuve
                       write Cuve
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-res
                               move 'AJOUT' to actionAudit
                               move 'creation cuve' to texteAudit
                               perform mod-ecrireAudit
                       end-write
                   end-if
                   close f-cuve
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       mod-livrer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lireCuve
               if cuveLue then
                   move spaces to fournisseurSaisi
                   display s-plg-livraison
                   accept s-dateLiv
                   accept s-litresLiv
                   accept s-prixLiv
                   accept s-bon
                   accept s-fournisseur
                   move dateSaisie to dateAValider
                   perform mod-validerDate
                   move 'O' to confirmSaisi
                   if dateValide
                   and stockCuve + litresSaisis > capaciteCuve then
                       display s-plg-confirmDepassement
                       accept s-confirm
                   end-if
                   evaluate true
                       when not dateValide
                           display a-plg-erreur
                       when confirmSaisi not = 'O'
                       and confirmSaisi not = 'o'
                           display a-plg-abandon
                       when other
                           move stockCuve to stockAvant
                           add litresSaisis to stockCuve
                           perform mod-majCuve
                           if cuveTrouvee then
                               move 'L' to typeMvtSaisi
                               perform mod-ecrireMouvement
                               move 'MODIF' to actionAudit
                               move 'livraison' to texteAudit
                               move bonSaisi to texteAudit(11:15)
                               perform mod-ecrireAudit
                           end-if
                   end-evaluate
                   close f-cuve
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       *> le jaugeage garde le stock theorique du moment dans le
       *> mouvement, puis le stock est recale sur la mesure
       mod-jauger.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lireCuve
               if cuveLue then
                   display s-plg-jaugeage
                   accept s-dateJauge
                   accept s-litresJauge
                   move dateSaisie to dateAValider
                   perform mod-validerDate
                   if not dateValide then
                       display a-plg-erreur
                   else
                       move stockCuve to stockAvant
                       compute ecartLitres = litresSaisis - stockCuve
                       display a-plg-ecart
                       move litresSaisis to stockCuve
                       move dateSaisie to dateJaugeCuve
                       perform mod-majCuve
                       if cuveTrouvee then
                           move 'J' to typeMvtSaisi
                           perform mod-ecrireMouvement
                           move 'MODIF' to actionAudit
                           move 'jaugeage' to texteAudit
                           perform mod-ecrireAudit
                       end-if
                   end-if
                   close f-cuve
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       *> saisie du depot et affichage de sa cuve; le fichier reste
       *> ouvert en mise a jour si la cuve est trouvee
       mod-lireCuve.
           display a-effacer
           display s-plg-saisieDepot
           accept s-depot
           set cuveLue to false
           open i-o f-cuve
           if statusCuve = '00' then
               move depotSaisi to numDepotCuve
               read f-cuve
                   not invalid key
                       set cuveLue to true
               end-read
               if not cuveLue then
                   close f-cuve
               end-if
           end-if
           if cuveLue then
               display a-plg-fiche
           else
               display a-plg-cuveInconnue
           end-if
       .

       mod-majCuve.
           rewrite Cuve
               invalid key
                   set cuveTrouvee to false
                   display a-plg-nonRes
               not invalid key
                   set cuveTrouvee to true
                   display a-plg-res
                   if stockCuve < seuilCuve then
                       display a-plg-sousSeuil
                   end-if
           end-rewrite
       .

       mod-verifDepot.
           set depotExiste to false
           open input f-depot
           if statusDepot = '00' then
               move depotSaisi to numDepot
               read f-depot
                   not invalid key
                       set depotExiste to true
               end-read
               close f-depot
           end-if
       .

       *> mouvement typeMvtCuve de la cuve courante
       mod-ecrireMouvement.
           open i-o f-mvtCuve
           if statusMvtCuve = '35' then
               open output f-mvtCuve
               close f-mvtCuve
               open i-o f-mvtCuve
           end-if
           move 0 to newMvtCuve
           set fin-lire to false
           read f-mvtCuve next
           end set fin-lire to true end-read
           perform until fin-lire
               if numMvtCuve > newMvtCuve then
                   move numMvtCuve to newMvtCuve
               end-if
               read f-mvtCuve next
               end set fin-lire to true end-read
           end-perform

           compute newMvtCuve = newMvtCuve + 1
           move newMvtCuve to numMvtCuve
           move numDepotCuve to depotMvtCuve
           move typeMvtSaisi to typeMvtCuve
           move dateSaisie to dateMvtCuve
           move litresSaisis to litresMvtCuve
           move 0 to numPleinCuve
           move operateurID-parm to operateurCuve
           if mvtLivraison then
               move prixSaisi to prixMvtCuve
               move bonSaisi to bonLivraisonCuve
               move fournisseurSaisi to fournisseurCuve
               move 0 to stockLivreCuve
           else
               move 0 to prixMvtCuve
               move spaces to bonLivraisonCuve fournisseurCuve
               move stockAvant to stockLivreCuve
           end-if
           write MouvementCuve end-write
           close f-mvtCuve
       .

       *> valide une date reelle (mois/jour selon le calendrier,
       *> annees bissextiles comprises) via function integer-of-date
       mod-validerDate.
           if function integer-of-date(dateAValider) = 0 then
               set dateValide to false
           else
               set dateValide to true
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
           move 'CUVE' to ligneAudit(25:11)
           move depotSaisi to ligneAudit(40:2)
           move operateurID-parm to ligneAudit(43:10)
           move texteAudit to ligneAudit(54:27)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestCuves.
