       program-id. gestSocietes.

       *> societes du groupe (Emetteur.dat) : raison sociale,
       *> identifiants legaux, coordonnees bancaires et plage de
       *> numerotation des factures et avoirs. La fiche 01 est la
       *> societe historique, retenue par defaut pour un depot ou un
       *> client sans societe. Les pieces d'une societe sont reconnues
       *> a leur plage de numerotation : elle est obligatoire pour
       *> toute autre societe que la 01, qui seule peut numeroter hors
       *> plage, a la suite des numeros historiques.

       file-control.
           select f-emetteur assign 'Emetteur.dat'
           organization indexed access dynamic
           record key numEmetteur
           file status is statusEmetteur.

       file section.
       fd f-emetteur.
       1 Emetteur.
           2 numEmetteur pic 9(2).
           2 raisonSocialeEm pic x(35).
           2 siretEm pic x(14).
           2 tvaIntraEm pic x(13).
           2 rcsEm pic x(30).
           2 adresseEm pic x(40).
           2 ibanEm pic x(34).
           2 bicEm pic x(11).
           2 debutNumEm pic 9(6).
           2 finNumEm pic 9(6).

       working-storage section.
       1 statusEmetteur pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 entiteAudit pic x(11).
       1 cleAudit pic 9(6).

       1 societeSaisie pic 9(2).
       1 raisonSaisie pic x(35).
       1 siretSaisi pic x(14).
       1 tvaSaisie pic x(13).
       1 rcsSaisi pic x(30).
       1 adresseSaisie pic x(40).
       1 ibanSaisi pic x(34).
       1 bicSaisi pic x(11).
       1 debutSaisi pic 9(6).
       1 finSaisie pic 9(6).

       1 motifInvalide pic x(40).

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
           2 line 3 col 14 'Soci'&x'82'&'t'&x'82'&'s du groupe'.
           2 line 5 col 10 '1 Consulter les soci'&x'82'&'t'&x'82'&
           's'.
           2 line 6 col 10 '2 Cr'&x'82'&'er ou modifier une soci'&
           x'82'&'t'&x'82'.
           2 line 7 col 10 '3 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 9 col 13 'Choix ? '.
           2 s-choix line 9 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 4 'Soci'&x'82'&'t'&x'82'&'s du groupe '&
           '(01 = soci'&x'82'&'t'&x'82'&' par d'&x'82'&'faut)'.
           2 line 6 col 3 'Soc.'.
           2 line 6 col 8 'Raison sociale'.
           2 line 6 col 44 'SIRET'.
           2 line 6 col 59 'Num'&x'82'&'rotation'.

       1 a-plg-res.
           2 line i col 3 pic 9(2) from numEmetteur.
           2 line i col 8 pic x(35) from raisonSocialeEm.
           2 line i col 44 pic x(14) from siretEm.
           2 line i col 59 pic 9(6) from debutNumEm.
           2 line i col 66 '-'.
           2 line i col 68 pic 9(6) from finNumEm.

       1 s-plg-saisieNum.
           2 line 4 col 4 'Soci'&x'82'&'t'&x'82'&' du groupe'.
           2 line 6 col 10 'Num'&x'82'&'ro de soci'&x'82'&'t'&x'82'&
           ' : '.
           2 s-num pic 9(2) to societeSaisie required.

       1 s-plg-societe.
           2 line 8 col 10 'Raison sociale : '.
           2 s-raison pic x(35) using raisonSaisie required.
           2 line 9 col 10 'SIRET : '.
           2 s-siret pic x(14) using siretSaisi required.
           2 line 10 col 10 'TVA intracommunautaire : '.
           2 s-tva pic x(13) using tvaSaisie required.
           2 line 11 col 10 'RCS : '.
           2 s-rcs pic x(30) using rcsSaisi.
           2 line 12 col 10 'Adresse : '.
           2 s-adresse pic x(40) using adresseSaisie required.
           2 line 13 col 10 'IBAN : '.
           2 s-iban pic x(34) using ibanSaisi.
           2 line 14 col 10 'BIC : '.
           2 s-bic pic x(11) using bicSaisi.
           2 line 15 col 10 'Num'&x'82'&'rotation des factures, '&
           'du : '.
           2 s-debut pic 9(6) using debutSaisi.
           2 line 15 col 53 'au : '.
           2 s-fin pic 9(6) using finSaisie.
           2 line 16 col 10 '(0 et 0 : hors plage, soci'&x'82'&'t'&
           x'82'&' 01 seulement)'.

       1 a-plg-invalide.
           2 line 18 col 10 pic x(40) from motifInvalide.

       1 a-plg-enreg.
           2 line 20 col 15 'Fiche enregistr'&x'82'&'e !'.

       1 a-plg-nonRes.
           2 line 20 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucune soci'&x'82'&'t'&x'82'&
           ' enregistr'&x'82'&'e'.

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
           display a-plg-titre
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-emetteur
           if statusEmetteur = '00' then
               read f-emetteur next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set ligneTrouvee to true
                       display a-plg-res
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titre
                       end-if
                   end-if
                   read f-emetteur next
                   end set fin-lire to true end-read
               end-perform
               close f-emetteur
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       *> creation ou modification d'une fiche; la plage de
       *> numerotation ne doit chevaucher celle d'aucune autre societe
       mod-definir.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisieNum
           accept s-num
           if societeSaisie = 0 then
               move 'Num'&x'82'&'ro de soci'&x'82'&'t'&x'82'&
                   ' : 01 '&x'85'&' 99' to motifInvalide
               display a-plg-invalide
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           open i-o f-emetteur
           if statusEmetteur = '35' then
               open output f-emetteur
               close f-emetteur
               open i-o f-emetteur
           end-if
           move societeSaisie to numEmetteur
           read f-emetteur
               invalid key
                   set ligneTrouvee to false
                   move spaces to raisonSaisie siretSaisi tvaSaisie
                       rcsSaisi adresseSaisie ibanSaisi bicSaisi
                   move 0 to debutSaisi finSaisie
               not invalid key
                   set ligneTrouvee to true
                   move raisonSocialeEm to raisonSaisie
                   move siretEm to siretSaisi
                   move tvaIntraEm to tvaSaisie
                   move rcsEm to rcsSaisi
                   move adresseEm to adresseSaisie
                   move ibanEm to ibanSaisi
                   move bicEm to bicSaisi
                   move debutNumEm to debutSaisi
                   move finNumEm to finSaisie
           end-read

           display s-plg-societe
           accept s-raison
           accept s-siret
           accept s-tva
           accept s-rcs
           accept s-adresse
           accept s-iban
           accept s-bic
           accept s-debut
           accept s-fin

           perform mod-valider
           if motifInvalide = spaces then
               move societeSaisie to numEmetteur
               move raisonSaisie to raisonSocialeEm
               move siretSaisi to siretEm
               move tvaSaisie to tvaIntraEm
               move rcsSaisi to rcsEm
               move adresseSaisie to adresseEm
               move ibanSaisi to ibanEm
               move bicSaisi to bicEm
               move debutSaisi to debutNumEm
               move finSaisie to finNumEm
               move 'SOCIETE' to entiteAudit
               move societeSaisie to cleAudit
               if ligneTrouvee then
                   rewrite Emetteur
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-enreg
                           move 'MODIF' to actionAudit
                           perform mod-ecrireAudit
                   end-rewrite
               else
                   write Emetteur
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-enreg
                           move 'AJOUT' to actionAudit
                           perform mod-ecrireAudit
                   end-write
               end-if
           else
               display a-plg-invalide
           end-if
           close f-emetteur

           display a-plg-next
           accept s-next
       .

       *> SIRET a 14 chiffres; plage vide (0 et 0, societe 01
       *> seulement) ou debut <= fin, sans chevauchement avec la plage
       *> d'une autre societe
       mod-valider.
           move spaces to motifInvalide
           if siretSaisi is not numeric then
               move 'SIRET : 14 chiffres attendus' to motifInvalide
               exit paragraph
           end-if

           if debutSaisi = 0 and finSaisie = 0 then
               if societeSaisie not = 1 then
                   move 'Plage de num'&x'82'&'rotation obligatoire'
                       to motifInvalide
               end-if
               exit paragraph
           end-if
           if debutSaisi = 0 or finSaisie < debutSaisi then
               move 'Plage de num'&x'82'&'rotation invalide'
                   to motifInvalide
               exit paragraph
           end-if

           move 0 to numEmetteur
           set fin-lire to false
           start f-emetteur key is >= numEmetteur
               invalid key
                   set fin-lire to true
           end-start
           perform until fin-lire
               read f-emetteur next
                   at end
                       set fin-lire to true
                   not at end
                       if numEmetteur not = societeSaisie
                       and finNumEm not = 0
                       and debutSaisi <= finNumEm
                       and finSaisie >= debutNumEm then
                           move 'Plage d'&x'82'&'j'&x'85'&
                               ' attribu'&x'82'&'e '&x'85'&
                               ' une autre soci'&x'82'&'t'&x'82'
                               to motifInvalide
                           set fin-lire to true
                       end-if
               end-read
           end-perform
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move entiteAudit to ligneAudit(25:11)
           move cleAudit to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestSocietes.
