       program-id. confirmationsClients.

       *> confirmations de reservation aux clients (editerConfirmation)
       *> hors creation et modification des trajets, qui les emettent
       *> d'elles-memes :
       *>   1 reedition pour une affectation donnee;
       *>   2 rappel conducteur : trajets qui partent d'ici
       *>     DELAICHAUF jours et dont la confirmation n'indiquait
       *>     pas encore le conducteur;
       *>   3 trajets a venir encore jamais confirmes (saisis par
       *>     ajoutAffect, importAffect...).

       file-control.
           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

       file section.
       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numchaufA pic 9(4).
           2 numbusA pic 9(4).
           2 dateDebAffectA pic 9(8).
           2 dateFinAffectA pic 9(8).
           2 motifA pic x(30).
           2 numCircuitA pic 9(4).
           2 statusA pic x(01) value 'N'.
               88 annulee value 'A'.
           2 motifAnnulA pic x(30).
           2 placesReservees pic 9(3).
           2 passagersReels pic 9(3).
           2 numClientA pic 9(4).
           2 numTarifA pic 9(4).
           2 montantTarifA pic 9(7)v99.
           2 heureDebA pic 9(4).
           2 heureFinA pic 9(4).
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       working-storage section.
       1 statusAffect pic xx.
       1 statusParam pic xx.
       1 suivant pic x.
       1 modeSaisi pic 9 value 1.
       1 affectSaisie pic 9(6).
       1 dateJour pic 9(8).
       1 dateLimite pic 9(8).
       1 delaiChauffeur pic 9(3) value 2.
       1 nbConfirmations pic 9(4) value 0.
       1 modeConf pic x(01).
       1 confEmise pic x(01).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-mode.
           2 line 4 col 4 'Confirmations de r'&x'82'&'servation'.
           2 line 6 col 12 '1. Une affectation donn'&x'82'&'e'.
           2 line 7 col 12 '2. Rappel conducteur (d'&x'82'&
           'parts proches)'.
           2 line 8 col 12 '3. Trajets jamais confirm'&x'82'&'s'.
           2 s-mode line 10 col 12 pic 9 to modeSaisi.

       1 s-plg-affect.
           2 line 12 col 4 'Num'&x'82'&'ro d''affectation : '.
           2 s-affect pic 9(6) to affectSaisie required.

       1 a-plg-nonRes.
           2 line 14 'Affectation inexistante, annul'&x'82'&'e ou '&
           'sans client'.

       1 a-plg-res.
           2 line 16 col 10 'Confirmation(s) '&x'82'&'mise(s) : '.
           2 a-nbConf pic z(3)9 from nbConfirmations.

       procedure division.
           display a-effacer
           display s-plg-mode
           accept s-mode
           move 0 to nbConfirmations

           evaluate modeSaisi
               when 2
                   perform mod-chargerDelai
                   move 'C' to modeConf
                   perform mod-parcourir
               when 3
                   move 99999999 to dateLimite
                   move 'N' to modeConf
                   perform mod-parcourir
               when other
                   display s-plg-affect
                   accept s-affect
                   move 'E' to modeConf
                   call 'editerConfirmation' using affectSaisie
                       modeConf confEmise end-call
                   if confEmise = 'O' then
                       add 1 to nbConfirmations
                   else
                       display a-plg-nonRes
                   end-if
           end-evaluate

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-chargerDelai.
           open input f-parametre
           if statusParam = '00' then
               move 'DELAICHAUF' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to delaiChauffeur
               end-read
               close f-parametre
           end-if
           accept dateJour from date yyyymmdd
           compute dateLimite = function date-of-integer(
               function integer-of-date(dateJour) + delaiChauffeur)
       .

       *> trajets de client non annules partant d'aujourd'hui a
       *> dateLimite, dans l'ordre des dates
       mod-parcourir.
           accept dateJour from date yyyymmdd
           open input f-affectation
           if statusAffect not = '00' then
               exit paragraph
           end-if
           move dateJour to dateDebAffectA
           set fin-lire to false
           start f-affectation key is not less dateDebAffectA
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-affectation next
                   at end
                       set fin-lire to true
                   not at end
                       if dateDebAffectA > dateLimite then
                           set fin-lire to true
                       else
                           if numClientA not = 0 and not annulee
                           then
                               call 'editerConfirmation' using
                                   Numaffect modeConf confEmise
                               end-call
                               if confEmise = 'O' then
                                   add 1 to nbConfirmations
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close f-affectation
       .

       end program confirmationsClients.
