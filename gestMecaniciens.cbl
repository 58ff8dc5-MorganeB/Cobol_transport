       program-id. gestMecaniciens.

       *> referentiel des mecaniciens de l'atelier : taux horaire
       *> (valorise les heures pointees par pointageAtelier) et
       *> heures dues par mois (base du temps non affecte dans le
       *> rapport d'atelier)

       file-control.
           select f-mecanicien assign 'Mecanicien.dat'
           organization indexed access dynamic
           record key numMecanicien
           file status is statusMecanicien.

       file section.
       fd f-mecanicien.
       1 Mecanicien.
           2 numMecanicien pic 9(4).
           2 nomMeca pic x(30).
           2 prenomMeca pic x(30).
           2 tauxHoraireMeca pic 9(3)v99.
           2 heuresMoisMeca pic 9(3)v99.
           2 statutMeca pic x(01).
               88 mecaActif value 'A'.
               88 mecaInactif value 'I'.

       working-storage section.
       1 statusMecanicien pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 mecaSaisi pic 9(4).
       1 nomSaisi pic x(30).
       1 prenomSaisi pic x(30).
       1 tauxSaisi pic 9(3)v99.
       1 heuresSaisies pic 9(3)v99.
       1 statutSaisi pic x(01).

       *> heures dues par defaut : 35 h par semaine mensualisees
       1 heuresMoisDefaut pic 9(3)v99 value 151.67.

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
           2 line 3 col 14 'M'&x'82'&'caniciens de l''atelier'.
           2 line 5 col 10 '1 Consulter les m'&x'82'&'caniciens'.
           2 line 6 col 10 '2 Ajouter ou modifier un m'&x'82'&
           'canicien'.
           2 line 7 col 10 '3 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 9 col 13 'Choix ? '.
           2 s-choix line 9 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'M'&x'82'&'caniciens'.
           2 line 6 col 3 'Num'.
           2 line 6 col 9 'Nom'.
           2 line 6 col 40 'Pr'&x'82'&'nom'.
           2 line 6 col 62 'Taux'.
           2 line 6 col 70 'H/mois'.
           2 line 6 col 78 'S'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numMecanicien.
           2 line i col 9 pic x(30) from nomMeca.
           2 line i col 40 pic x(20) from prenomMeca.
           2 line i col 61 pic zz9.99 from tauxHoraireMeca.
           2 line i col 69 pic zz9.99 from heuresMoisMeca.
           2 line i col 78 pic x from statutMeca.

       1 s-plg-saisie.
           2 line 5 col 4 'Ajouter ou modifier un m'&x'82'&'canicien'.
           2 line 7 col 10 'Matricule : '.
           2 s-meca pic 9(4) to mecaSaisi required.
           2 line 8 col 10 'Nom : '.
           2 s-nom pic x(30) to nomSaisi required.
           2 line 9 col 10 'Pr'&x'82'&'nom : '.
           2 s-prenom pic x(30) to prenomSaisi.
           2 line 10 col 10 'Taux horaire (ex 032.50) : '.
           2 s-taux pic 9(3)v99 to tauxSaisi required.
           2 line 11 col 10 'Heures dues par mois (0 = 151,67) : '.
           2 s-heures pic 9(3)v99 to heuresSaisies.
           2 line 12 col 10 'Statut (A = actif, I = inactif) : '.
           2 s-statut pic x to statutSaisi required.

       1 a-plg-zeroInvalide.
           2 line 15 col 10 '0000 n''est pas un matricule valide'.

       1 a-plg-statutInvalide.
           2 line 15 col 10 'Statut : A ou I svp'.

       1 a-plg-res.
           2 line 18 col 15 'M'&x'82'&'canicien enregistr'&x'82'&
           ' !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun m'&x'82'&'canicien enregistr'&x'82'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 3
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-mecanicien
           if statusMecanicien = '00' then
               set fin-lire to false
               read f-mecanicien next
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
                   read f-mecanicien next
                   end set fin-lire to true end-read
               end-perform
               close f-mecanicien
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
           display s-plg-saisie
           accept s-meca
           accept s-nom
           accept s-prenom
           accept s-taux
           accept s-heures
           accept s-statut
           move function upper-case(statutSaisi) to statutSaisi
           if heuresSaisies = 0 then
               move heuresMoisDefaut to heuresSaisies
           end-if

           evaluate true
               when mecaSaisi = 0
                   display a-plg-zeroInvalide
               when statutSaisi not = 'A' and statutSaisi not = 'I'
                   display a-plg-statutInvalide
               when other
                   open i-o f-mecanicien
                   if statusMecanicien = '35' then
                       open output f-mecanicien
                       close f-mecanicien
                       open i-o f-mecanicien
                   end-if
                   move mecaSaisi to numMecanicien
                   read f-mecanicien
                       invalid key
                           perform mod-remplirFiche
                           write Mecanicien
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'AJOUT' to actionAudit
                                   perform mod-ecrireAudit
                           end-write
                       not invalid key
                           perform mod-remplirFiche
                           rewrite Mecanicien
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'MODIF' to actionAudit
                                   perform mod-ecrireAudit
                           end-rewrite
                   end-read
                   close f-mecanicien
           end-evaluate

           display a-plg-next
           accept s-next
       .

       mod-remplirFiche.
           move mecaSaisi to numMecanicien
           move nomSaisi to nomMeca
           move prenomSaisi to prenomMeca
           move tauxSaisi to tauxHoraireMeca
           move heuresSaisies to heuresMoisMeca
           move statutSaisi to statutMeca
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'MECANICIEN' to ligneAudit(25:11)
           move mecaSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestMecaniciens.
