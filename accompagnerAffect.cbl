       program-id. accompagnerAffect.

       *> accompagnateurs et guides d'une affectation : un ou
       *> plusieurs accompagnateurs peuvent etre attaches a un
       *> trajet (AffectAccomp.dat, cle affectation + accompagnateur).
       *> Avant de l'attacher, verifAccompagnateur controle qu'il est
       *> actif, disponible et libre sur les dates et horaires du
       *> trajet, comme ajoutAffect le fait pour le chauffeur.

       file-control.
           select f-affAccomp assign 'AffectAccomp.dat'
           organization indexed access dynamic
           record key cleAffAccomp
           alternate record key numAccompAA duplicates
           file status is statusAffAccomp.

           select f-accomp assign 'Accompagnateur.dat'
           organization indexed access dynamic
           record key numAccomp
           file status is statusAccomp.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

       file section.
       fd f-affAccomp.
       1 AffectAccomp.
           2 cleAffAccomp.
               3 numAffectAA pic 9(6).
               3 numAccompAA pic 9(4).

       fd f-accomp.
       1 Accompagnateur.
           2 numAccomp pic 9(4).
           2 nomAc pic x(30).
           2 prenomAc pic x(30).
           2 telephoneAc pic x(15).
           2 languesAc pic x(20).
           2 depotAc pic 9(2).
           2 statutAc pic x(01).
               88 accompInactif value 'I'.

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

       working-storage section.
       1 statusAffAccomp pic xx.
       1 statusAccomp pic xx.
       1 statusAffect pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 affectSaisie pic 9(6).
       1 accompSaisi pic 9(4).
       1 reponse pic x(01).
       1 retourAccomp pic x(01).

       1 i pic 99 value 10. *> indice de ligne

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectValide value 'o' false 'n'.

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
           2 line 3 col 14 'Accompagnateurs d''une affectation'.
           2 line 5 col 10 '1 Consulter les accompagnateurs d''une '&
           'affectation'.
           2 line 6 col 10 '2 Attacher un accompagnateur'.
           2 line 7 col 10 '3 Retirer un accompagnateur'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 s-plg-affect.
           2 line 5 col 10 'Num'&x'82'&'ro d''affectation : '.
           2 s-affect pic 9(6) to affectSaisie required.

       1 a-plg-affect.
           2 line 6 col 10 'Du '.
           2 a-dateDeb pic 9(8) from dateDebAffectA.
           2 ' au '.
           2 a-dateFin pic 9(8) from dateFinAffectA.
           2 '  de '.
           2 a-heureDeb pic 9(4) from heureDebA.
           2 ' '&x'85'&' '.
           2 a-heureFin pic 9(4) from heureFinA.
           2 '  circuit '.
           2 a-circuit pic 9(4) from numCircuitA.

       1 a-plg-titreListe.
           2 line 8 col 3 'Num'.
           2 line 8 col 9 'Nom'.
           2 line 8 col 30 'Pr'&x'82'&'nom'.
           2 line 8 col 46 'T'&x'82'&'l'&x'82'&'phone'.
           2 line 8 col 62 'Langues'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numAccompAA.
           2 line i col 9 pic x(20) from nomAc.
           2 line i col 30 pic x(15) from prenomAc.
           2 line i col 46 pic x(15) from telephoneAc.
           2 line i col 62 pic x(18) from languesAc.

       1 s-plg-accomp.
           2 line 7 col 10 'Num'&x'82'&'ro d''accompagnateur : '.
           2 s-accomp pic 9(4) to accompSaisi required.

       1 s-plg-confirmation.
           2 line 9 col 10 'Retirer cet accompagnateur (O/N) : '.
           2 s-reponse pic x to reponse required.

       1 a-plg-affectInvalide.
           2 line 15 col 10 'Cette affectation n''existe pas ou est '&
           'annul'&x'82'&'e'.

       1 a-plg-accompInconnu.
           2 line 15 col 10 'Accompagnateur inconnu ou inactif'.

       1 a-plg-accompIndispo.
           2 line 15 col 10 'Accompagnateur indisponible sur cette '&
           'p'&x'82'&'riode'.

       1 a-plg-accompOccupe.
           2 line 15 col 10 'Accompagnateur d'&x'82'&'j'&x'85'&
           ' affect'&x'82'&' sur ces dates et horaires'.

       1 a-plg-dejaAttache.
           2 line 15 col 10 'Accompagnateur d'&x'82'&'j'&x'85'&
           ' attach'&x'82'&' '&x'85'&' cette affectation'.

       1 a-plg-nonAttache.
           2 line 15 col 10 'Cet accompagnateur n''est pas attach'&
           x'82'&' '&x'85'&' cette affectation'.

       1 a-plg-res.
           2 line 18 col 15 'Accompagnateur attach'&x'82'&' !'.

       1 a-plg-resSuppr.
           2 line 18 col 15 'Accompagnateur retir'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 10 col 4 'Aucun accompagnateur sur cette '&
           'affectation'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-attacher
                   when 3 perform mod-retirer
               end-evaluate
           end-perform
           goback.

       *> saisie et lecture de l'affectation, qui doit exister et ne
       *> pas etre annulee
       mod-lireAffect.
           display a-effacer
           display s-plg-affect
           accept s-affect
           set affectValide to false
           open input f-affectation
           if statusAffect = '00' then
               move affectSaisie to Numaffect
               read f-affectation
                   not invalid key
                       if not annulee then
                           set affectValide to true
                       end-if
               end-read
               close f-affectation
           end-if
           if affectValide then
               display a-plg-affect
           end-if
       .

       mod-lister.
           perform mod-lireAffect
           if not affectValide then
               display a-plg-affectInvalide
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-plg-titreListe
           move 10 to i
           set ligneTrouvee to false
           open input f-affAccomp
           if statusAffAccomp = '00' then
               open input f-accomp
               move affectSaisie to numAffectAA
               move 0 to numAccompAA
               start f-affAccomp key is not less cleAffAccomp
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start

               perform until finVerif
                   read f-affAccomp next
                       at end
                           set finVerif to true
                       not at end
                           if numAffectAA not = affectSaisie then
                               set finVerif to true
                           else
                               perform mod-afficherLigne
                           end-if
                   end-read
               end-perform
               close f-accomp
               close f-affAccomp
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-afficherLigne.
           set ligneTrouvee to true
           move numAccompAA to numAccomp
           read f-accomp
               invalid key
                   move spaces to nomAc prenomAc telephoneAc languesAc
           end-read
           display a-plg-resListe
           compute i = i + 1
           if (i > 20) then
               compute i = 10
               display a-plg-nextPage
               accept s-nextPage
               display a-effacer
               display a-plg-affect
               display a-plg-titreListe
           end-if
       .

       mod-attacher.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           perform mod-lireAffect
           if not affectValide then
               display a-plg-affectInvalide
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display s-plg-accomp
           accept s-accomp

           call 'verifAccompagnateur' using accompSaisi affectSaisie
               dateDebAffectA dateFinAffectA heureDebA heureFinA
               retourAccomp
           evaluate retourAccomp
               when 'I'
                   display a-plg-accompInconnu
               when 'D'
                   display a-plg-accompIndispo
               when 'O'
                   display a-plg-accompOccupe
               when other
                   open i-o f-affAccomp
                   if statusAffAccomp = '35' then
                       open output f-affAccomp
                       close f-affAccomp
                       open i-o f-affAccomp
                   end-if
                   move affectSaisie to numAffectAA
                   move accompSaisi to numAccompAA
                   write AffectAccomp
                       invalid key
                           display a-plg-dejaAttache
                       not invalid key
                           display a-plg-res
                           move 'AJOUT' to actionAudit
                           perform mod-ecrireAudit
                   end-write
                   close f-affAccomp
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
           display s-plg-affect
           accept s-affect
           display s-plg-accomp
           accept s-accomp

           set ligneTrouvee to false
           open i-o f-affAccomp
           if statusAffAccomp = '00' then
               move affectSaisie to numAffectAA
               move accompSaisi to numAccompAA
               read f-affAccomp
                   not invalid key
                       set ligneTrouvee to true
               end-read
               if ligneTrouvee then
                   display s-plg-confirmation
                   accept s-reponse
                   if reponse = 'O' or reponse = 'o' then
                       delete f-affAccomp
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resSuppr
                               move 'SUPPR' to actionAudit
                               perform mod-ecrireAudit
                       end-delete
                   end-if
               end-if
               close f-affAccomp
           end-if
           if not ligneTrouvee then
               display a-plg-nonAttache
           end-if

           display a-plg-next
           accept s-next
       .

       *> enregistre l'operation dans le journal d'audit (affectation,
       *> accompagnateur en complement)
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'AFFACCOMP' to ligneAudit(25:11)
           move affectSaisie to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move accompSaisi to ligneAudit(54:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program accompagnerAffect.
