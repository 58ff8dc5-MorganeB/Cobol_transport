       program-id. gestAgences.

       *> agences de voyages apporteuses d'affaires (Agence.dat) et
       *> leur taux de commission. L'agence est reprise sur les devis
       *> et les commandes puis sur les affectations creees
       *> (AffectAgence.dat); commissionsAgences calcule chaque mois
       *> la commission sur les trajets factures. Une agence qui a
       *> servi n'est pas supprimee mais desactivee : elle n'est plus
       *> proposee sur les nouveaux devis et commandes.

       file-control.
           select f-agence assign 'Agence.dat'
           organization indexed access dynamic
           record key numAgence
           file status is statusAgence.

       file section.
       fd f-agence.
       1 Agence.
           2 numAgence pic 9(4).
           2 nomAgence pic x(30).
           2 contactAgence pic x(30).
           2 adresseAgence pic x(40).
           2 tauxCommAg pic 9(2)v99.
           2 statutAgence pic x(01).
               88 agenceActive value 'A'.
               88 agenceInactive value 'I'.

       working-storage section.
       1 statusAgence pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 reponse pic x(01).

       1 newAgence pic 9(4).
       1 agenceSaisie pic 9(4).
       1 nomSaisi pic x(30).
       1 contactSaisi pic x(30).
       1 adresseSaisie pic x(40).
       1 tauxSaisi pic 9(2)v99.

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
           2 line 3 col 14 'Agences de voyages'.
           2 line 5 col 10 '1 Lister les agences'.
           2 line 6 col 10 '2 Cr'&x'82'&'er ou modifier une agence'.
           2 line 7 col 10 '3 D'&x'82'&'sactiver ou r'&x'82'&
           'activer une agence'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Agences de voyages'.
           2 line 6 col 3 'Agce'.
           2 line 6 col 9 'Nom'.
           2 line 6 col 41 'Contact'.
           2 line 6 col 67 'Comm. %'.
           2 line 6 col 76 'Act.'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numAgence.
           2 line i col 9 pic x(30) from nomAgence.
           2 line i col 41 pic x(25) from contactAgence.
           2 line i col 68 pic z9.99 from tauxCommAg.
           2 line i col 77 pic x from statutAgence.

       1 s-plg-saisieNum.
           2 line 5 col 4 'Agence de voyages'.
           2 line 7 col 10 'Num'&x'82'&'ro de l''agence '&
           '(0 = nouvelle) : '.
           2 s-num pic 9(4) to agenceSaisie.

       1 s-plg-saisieNumStatut.
           2 line 5 col 4 'Agence de voyages'.
           2 line 7 col 10 'Num'&x'82'&'ro de l''agence : '.
           2 s-numStatut pic 9(4) to agenceSaisie required.

       1 a-plg-numero.
           2 line 7 col 50 'Agence '.
           2 a-num pic 9(4) from agenceSaisie.

       1 s-plg-saisieAgence.
           2 line 9 col 10 'Nom : '.
           2 s-nom pic x(30) using nomSaisi required.
           2 line 10 col 10 'Contact : '.
           2 s-contact pic x(30) using contactSaisi.
           2 line 11 col 10 'Adresse : '.
           2 s-adresse pic x(40) using adresseSaisie.
           2 line 12 col 10 'Taux de commission (%) : '.
           2 s-taux pic z9.99 using tauxSaisi.

       1 s-plg-confirmation.
           2 line 9 col 10 pic x(30) from nomAgence.
           2 line 11 col 10 'Statut actuel (A = active, I = inactive)'&
           ' : '.
           2 a-statut pic x from statutAgence.
           2 line 12 col 10 'Changer le statut (O/N) : '.
           2 s-reponse pic x to reponse required.

       1 a-plg-inconnue.
           2 line 15 col 10 'Agence inconnue'.

       1 a-plg-res.
           2 line 18 col 15 'Agence enregistr'&x'82'&'e !'.

       1 a-plg-resStatut.
           2 line 18 col 15 'Statut de l''agence mis '&x'85'&' jour !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucune.
           2 line 9 col 4 'Aucune agence enregistr'&x'82'&'e'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
                   when 3 perform mod-changerStatut
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-agence
           if statusAgence = '00' then
               read f-agence next
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
                   read f-agence next
                   end set fin-lire to true end-read
               end-perform
               close f-agence
           end-if
           if not ligneTrouvee then
               display a-plg-aucune
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
           move 0 to agenceSaisie
           display s-plg-saisieNum
           accept s-num

           open i-o f-agence
           if statusAgence = '35' then
               open output f-agence
               close f-agence
               open i-o f-agence
           end-if

           set ligneTrouvee to false
           if agenceSaisie = 0 then
               perform mod-numeroLibre
               move newAgence to agenceSaisie
           else
               move agenceSaisie to numAgence
               read f-agence
                   not invalid key
                       set ligneTrouvee to true
               end-read
           end-if

           if ligneTrouvee then
               move nomAgence to nomSaisi
               move contactAgence to contactSaisi
               move adresseAgence to adresseSaisie
               move tauxCommAg to tauxSaisi
           else
               move spaces to nomSaisi
               move spaces to contactSaisi
               move spaces to adresseSaisie
               move 0 to tauxSaisi
           end-if

           display a-plg-numero
           display s-plg-saisieAgence
           accept s-nom
           accept s-contact
           accept s-adresse
           accept s-taux

           move agenceSaisie to numAgence
           move nomSaisi to nomAgence
           move contactSaisi to contactAgence
           move adresseSaisie to adresseAgence
           move tauxSaisi to tauxCommAg
           if ligneTrouvee then
               rewrite Agence
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'MODIF' to actionAudit
                       perform mod-ecrireAudit
               end-rewrite
           else
               set agenceActive to true
               write Agence
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'AJOUT' to actionAudit
                       perform mod-ecrireAudit
               end-write
           end-if
           close f-agence

           display a-plg-next
           accept s-next
       .

       *> prochain numero libre (maximum + 1)
       mod-numeroLibre.
           move 0 to newAgence
           set fin-lire to false
           move 0 to numAgence
           start f-agence key is not less numAgence
               invalid key
                   set fin-lire to true
           end-start
           perform until fin-lire
               read f-agence next
                   at end
                       set fin-lire to true
                   not at end
                       if numAgence > newAgence then
                           move numAgence to newAgence
                       end-if
               end-read
           end-perform
           compute newAgence = newAgence + 1
       .

       mod-changerStatut.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisieNumStatut
           accept s-numStatut

           set ligneTrouvee to false
           open i-o f-agence
           if statusAgence = '00' then
               move agenceSaisie to numAgence
               read f-agence
                   not invalid key
                       set ligneTrouvee to true
               end-read
               if ligneTrouvee then
                   display s-plg-confirmation
                   accept s-reponse
                   if reponse = 'O' or reponse = 'o' then
                       if agenceActive then
                           set agenceInactive to true
                       else
                           set agenceActive to true
                       end-if
                       rewrite Agence
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resStatut
                               move 'MODIF' to actionAudit
                               perform mod-ecrireAudit
                       end-rewrite
                   end-if
               end-if
               close f-agence
           end-if
           if not ligneTrouvee then
               display a-plg-inconnue
           end-if

           display a-plg-next
           accept s-next
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'AGENCE' to ligneAudit(25:11)
           move numAgence to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move tauxCommAg to ligneAudit(54:4)
           move statutAgence to ligneAudit(59:1)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestAgences.
