       program-id. gestBadges.

       *> badges de telepeage poses sur les bus (BadgePeage.dat) :
       *> une ligne par pose (badge, date de pose, bus, date de
       *> retrait). Poser un badge sur un autre bus clot la pose
       *> precedente la veille; l'historique sert a rapprochementPeage
       *> pour retrouver le bus d'un passage du releve.

       file-control.
           select f-badge assign 'BadgePeage.dat'
           organization indexed access dynamic
           record key cleBadge
           alternate record key numBusBadge duplicates
           file status is statusBadge.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

       file section.
       fd f-badge.
       1 BadgePeage.
           2 cleBadge.
               3 numBadge pic x(20).
               3 dateDebBadge pic 9(8).
           2 numBusBadge pic 9(4).
           2 dateFinBadge pic 9(8).
               88 badgeEnService value 0.

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
       1 statusBadge pic xx.
       1 statusBus pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 actionAudit pic x(5).

       1 badgeSaisi pic x(20).
       1 busSaisi pic 9(4).
       1 dateSaisie pic 9(8).
       1 busAudit pic 9(4).

       1 i pic 99 value 8. *> indice de ligne
       1 nextPage pic x.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 badgeTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 busExiste value 'o' false 'n'.

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
           2 line 3 col 14 'Badges de t'&x'82'&'l'&x'82'&'p'&x'82'&
           'age'.
           2 line 5 col 10 '1 Lister les badges'.
           2 line 6 col 10 '2 Poser un badge sur un bus'.
           2 line 7 col 10 '3 Retirer un badge'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Badges de t'&x'82'&'l'&x'82'&'p'&x'82'&
           'age'.
           2 line 6 col 3 'Badge'.
           2 line 6 col 25 'Bus'.
           2 line 6 col 31 'Pos'&x'82'&' le'.
           2 line 6 col 42 'Retir'&x'82'&' le'.

       1 a-plg-resListe.
           2 line i col 3 pic x(20) from numBadge.
           2 line i col 25 pic 9(4) from numBusBadge.
           2 line i col 31 pic 9(8) from dateDebBadge.
           2 line i col 42 pic 9(8) from dateFinBadge.

       1 s-plg-pose.
           2 line 6 col 10 'Badge : '.
           2 s-badge pic x(20) to badgeSaisi required.
           2 line 7 col 10 'Bus : '.
           2 s-bus pic 9(4) to busSaisi required.
           2 line 8 col 10 'Pos'&x'82'&' le (AAAAMMJJ) : '.
           2 s-datePose pic 9(8) to dateSaisie required.

       1 s-plg-retrait.
           2 line 6 col 10 'Badge : '.
           2 s-badgeR pic x(20) to badgeSaisi required.
           2 line 7 col 10 'Retir'&x'82'&' le (AAAAMMJJ) : '.
           2 s-dateRetrait pic 9(8) to dateSaisie required.

       1 a-plg-erreur.
           2 line 23 col 12 'Saisir une date correcte svp'.

       1 a-plg-busInconnu.
           2 line 18 col 15 'Bus inconnu'.

       1 a-plg-res.
           2 line 18 col 15 'Badge enregistr'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-inconnu.
           2 line 18 col 15 'Aucune pose en cours pour ce badge'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun badge au fichier'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-poser
                   when 3 perform mod-retirer
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set fin-lire to false
           set badgeTrouve to false
           open input f-badge
           if statusBadge = '00' then
               read f-badge next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set badgeTrouve to true
                       display a-plg-resListe
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreListe
                       end-if
                   end-if
                   read f-badge next
                   end set fin-lire to true end-read
               end-perform
               close f-badge
           end-if
           if not badgeTrouve then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-poser.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           display a-effacer
           display s-plg-pose
           accept s-badge
           accept s-bus
           accept s-datePose

           move dateSaisie to dateAValider
           perform mod-validerDate
           perform mod-verifBus
           evaluate true
               when not dateValide
                   display a-plg-erreur
               when not busExiste
                   display a-plg-busInconnu
               when other
                   perform mod-ouvrirBadges
                   *> la pose en cours du badge est close la veille
                   perform mod-chercherPoseEnCours
                   if badgeTrouve and dateDebBadge < dateSaisie then
                       compute dateFinBadge = function date-of-integer(
                           function integer-of-date(dateSaisie) - 1)
                       rewrite BadgePeage
                           invalid key
                               continue
                       end-rewrite
                   end-if
                   move badgeSaisi to numBadge
                   move dateSaisie to dateDebBadge
                   move busSaisi to numBusBadge
                   move 0 to dateFinBadge
                   write BadgePeage
                       invalid key
                           rewrite BadgePeage
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                           end-rewrite
                       not invalid key
                           display a-plg-res
                   end-write
                   move busSaisi to busAudit
                   move 'AJOUT' to actionAudit
                   perform mod-ecrireAudit
                   close f-badge
           end-evaluate
           display a-plg-next
           accept s-next
       .

       mod-retirer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           display a-effacer
           display s-plg-retrait
           accept s-badgeR
           accept s-dateRetrait

           move dateSaisie to dateAValider
           perform mod-validerDate
           if not dateValide then
               display a-plg-erreur
           else
               perform mod-ouvrirBadges
               perform mod-chercherPoseEnCours
               if badgeTrouve and dateDebBadge <= dateSaisie then
                   move dateSaisie to dateFinBadge
                   rewrite BadgePeage
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           move numBusBadge to busAudit
                           move 'SUPPR' to actionAudit
                           perform mod-ecrireAudit
                   end-rewrite
               else
                   display a-plg-inconnu
               end-if
               close f-badge
           end-if
           display a-plg-next
           accept s-next
       .

       mod-ouvrirBadges.
           open i-o f-badge
           if statusBadge = '35' then
               open output f-badge
               close f-badge
               open i-o f-badge
           end-if
       .

       *> pose du badge saisi sans date de retrait; l'enregistrement
       *> reste courant pour la mise a jour
       mod-chercherPoseEnCours.
           set badgeTrouve to false
           move badgeSaisi to numBadge
           move 0 to dateDebBadge
           set fin-lire to false
           start f-badge key is not less cleBadge
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-badge next
                   at end
                       set fin-lire to true
                   not at end
                       if numBadge not = badgeSaisi then
                           set fin-lire to true
                       else
                           if badgeEnService then
                               set badgeTrouve to true
                               set fin-lire to true
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-verifBus.
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
       .

       *> valide une date reelle via function integer-of-date
       mod-validerDate.
           if dateAValider = 0 then
               set dateValide to false
           else
               if function integer-of-date(dateAValider) = 0 then
                   set dateValide to false
               else
                   set dateValide to true
               end-if
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
           move 'BADGE' to ligneAudit(25:11)
           move busAudit to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move badgeSaisi to ligneAudit(54:20)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestBadges.
