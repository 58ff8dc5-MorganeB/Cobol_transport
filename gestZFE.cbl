       program-id. gestZFE.

       *> zones a faibles emissions (ZoneFaible.dat, une ligne par
       *> ville) : classe d'emission minimale admise (norme Euro '0' a
       *> '6', 'E' = electrique seulement) et date a partir de laquelle
       *> la regle s'applique. Les affectations sont controlees par
       *> verifZFE, rapportZFE signale celles que frappera une regle
       *> pas encore en vigueur.

       file-control.
           select f-zfe assign 'ZoneFaible.dat'
           organization indexed access dynamic
           record key villeZfe
           file status is statusZfe.

       file section.
       fd f-zfe.
       1 ZoneFaible.
           2 villeZfe pic x(20).
           2 classeMinZfe pic x(01).
               88 classeZfeValide values '0' thru '6' 'E'.
           2 dateEffetZfe pic 9(8).

       working-storage section.
       1 statusZfe pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 villeSaisie pic x(20).
       1 classeSaisie pic x(01).
       1 dateEffetSaisie pic 9(8).
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
           2 line 3 col 14 'Zones '&x'85'&' faibles '&x'82'&'missions'.
           2 line 5 col 10 '1 Consulter les zones'.
           2 line 6 col 10 '2 Ajouter ou modifier une zone'.
           2 line 7 col 10 '3 Supprimer une zone'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Zones '&x'85'&' faibles '&x'82'&'missions'.
           2 line 6 col 3 'Ville'.
           2 line 6 col 26 'Classe min.'.
           2 line 6 col 40 'Applicable le'.

       1 a-plg-resListe.
           2 line i col 3 pic x(20) from villeZfe.
           2 line i col 30 pic x from classeMinZfe.
           2 line i col 42 pic 9(8) from dateEffetZfe.

       1 s-plg-saisieVille.
           2 line 5 col 4 'Zone '&x'85'&' faibles '&x'82'&'missions'.
           2 line 7 col 10 'Ville : '.
           2 s-ville pic x(20) to villeSaisie required.

       1 s-plg-saisieRegle.
           2 line 9 col 10 'Classe minimale admise (Euro 0 '&x'85'&
           ' 6, E = '&x'82'&'lectrique) : '.
           2 s-classe pic x to classeSaisie required.
           2 line 10 col 10 'Applicable '&x'85'&' partir du '&
           '(AAAAMMJJ) : '.
           2 s-dateEffet pic 9(8) to dateEffetSaisie required.

       1 s-plg-confirmation.
           2 line 9 col 10 'Classe minimale : '.
           2 a-classe pic x from classeMinZfe.
           2 '   applicable le '.
           2 a-dateEffet pic 9(8) from dateEffetZfe.
           2 line 11 col 10 'Supprimer cette zone (O/N) : '.
           2 s-reponse pic x to reponse required.

       1 a-plg-classeInvalide.
           2 line 15 col 10 'Classe : 0 '&x'85'&' 6 ou E svp'.

       1 a-plg-dateInvalide.
           2 line 15 col 10 'Saisir une date correcte svp'.

       1 a-plg-zoneInexistante.
           2 line 15 col 10 'Aucune zone pour cette ville'.

       1 a-plg-res.
           2 line 18 col 15 'Zone enregistr'&x'82'&'e !'.

       1 a-plg-resSuppr.
           2 line 18 col 15 'Zone supprim'&x'82'&'e !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucune zone enregistr'&x'82'&'e'.

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
           open input f-zfe
           if statusZfe = '00' then
               read f-zfe next
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
                   read f-zfe next
                   end set fin-lire to true end-read
               end-perform
               close f-zfe
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
           display s-plg-saisieVille
           accept s-ville
           move function upper-case(villeSaisie) to villeSaisie
           display s-plg-saisieRegle
           accept s-classe
           accept s-dateEffet
           inspect classeSaisie converting 'e' to 'E'
           move classeSaisie to classeMinZfe

           evaluate true
               when not classeZfeValide
                   display a-plg-classeInvalide
               when function integer-of-date(dateEffetSaisie) = 0
                   display a-plg-dateInvalide
               when other
                   open i-o f-zfe
                   if statusZfe = '35' then
                       open output f-zfe
                       close f-zfe
                       open i-o f-zfe
                   end-if
                   move villeSaisie to villeZfe
                   read f-zfe
                       invalid key
                           set ligneTrouvee to false
                       not invalid key
                           set ligneTrouvee to true
                   end-read
                   move villeSaisie to villeZfe
                   move classeSaisie to classeMinZfe
                   move dateEffetSaisie to dateEffetZfe
                   if ligneTrouvee then
                       rewrite ZoneFaible
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-res
                               move 'MODIF' to actionAudit
                               perform mod-ecrireAudit
                       end-rewrite
                   else
                       write ZoneFaible
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-res
                               move 'AJOUT' to actionAudit
                               perform mod-ecrireAudit
                       end-write
                   end-if
                   close f-zfe
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
           display s-plg-saisieVille
           accept s-ville
           move function upper-case(villeSaisie) to villeSaisie

           set ligneTrouvee to false
           open i-o f-zfe
           if statusZfe = '00' then
               move villeSaisie to villeZfe
               read f-zfe
                   not invalid key
                       set ligneTrouvee to true
               end-read
               if ligneTrouvee then
                   display s-plg-confirmation
                   accept s-reponse
                   if reponse = 'O' or reponse = 'o' then
                       delete f-zfe
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resSuppr
                               move 'SUPPR' to actionAudit
                               perform mod-ecrireAudit
                       end-delete
                   end-if
               end-if
               close f-zfe
           end-if
           if not ligneTrouvee then
               display a-plg-zoneInexistante
           end-if

           display a-plg-next
           accept s-next
       .

       *> enregistre l'operation dans le journal d'audit (la ville
       *> tient lieu de cle)
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'ZFE' to ligneAudit(25:11)
           move operateurID-parm to ligneAudit(43:10)
           move villeSaisie to ligneAudit(54:20)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestZFE.
