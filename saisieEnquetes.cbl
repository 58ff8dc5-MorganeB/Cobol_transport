       program-id. saisieEnquetes.

       *> saisie des reponses aux enquetes de satisfaction tirees par
       *> selectionEnquetes : notes de 1 (mauvais) a 5 (excellent)
       *> pour la ponctualite, le conducteur, la proprete du vehicule
       *> et l'appreciation generale, plus un commentaire libre. Une
       *> enquete restee sans reponse (refus, injoignable) est close
       *> comme telle pour ne pas fausser les moyennes.

       file-control.
           select f-enquete assign 'Enquete.dat'
           organization indexed access dynamic
           record key numEnquete
           alternate record key numAffectEq duplicates
           file status is statusEnquete.

       file section.
       fd f-enquete.
       1 Enquete.
           2 numEnquete pic 9(6).
           2 numAffectEq pic 9(6).
           2 typeSondeEq pic x(01).
               88 sondeClient value 'C'.
               88 sondePassager value 'P'.
           2 numClientEq pic 9(4).
           2 numResaEq pic 9(6).
           2 nomSondeEq pic x(30).
           2 telSondeEq pic x(15).
           2 dateTrajetEq pic 9(8).
           2 numCircuitEq pic 9(4).
           2 numChaufEq pic 9(4).
           2 dateSelectEq pic 9(8).
           2 statutEq pic x(01).
               88 enqAContacter value 'A'.
               88 enqRepondue value 'R'.
               88 enqSansReponse value 'N'.
           2 notePonctEq pic 9(1).
           2 noteChaufEq pic 9(1).
           2 noteProprEq pic 9(1).
           2 noteGlobaleEq pic 9(1).
           2 commentaireEq pic x(60).
           2 dateReponseEq pic 9(8).
           2 operateurEq pic x(10).

       working-storage section.
       1 statusEnquete pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 actionAudit pic x(5).
       1 choix pic 9.
       1 suivant pic x.

       1 enqueteSaisie pic 9(6).
       1 notePonctSaisie pic 9(1).
       1 noteChaufSaisie pic 9(1).
       1 noteProprSaisie pic 9(1).
       1 noteGlobaleSaisie pic 9(1).
       1 commentaireSaisi pic x(60).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 enqueteTrouvee value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-menu.
           2 line 3 col 14 'Enqu'&x'88'&'tes de satisfaction'.
           2 line 5 col 10 '1 Enqu'&x'88'&'tes '&x'85'&' contacter'.
           2 line 6 col 10 '2 Saisie des r'&x'82'&'ponses'.
           2 line 7 col 10 '3 Enqu'&x'88'&'te sans r'&x'82'&'ponse'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-entete.
           2 line 5 col 3 'Enqu.  T Nom                           '&
           'T'&x'82'&'l'&x'82'&'phone       Trajet Date'.

       1 a-plg-ligne.
           2 line i col 3 pic 9(6) from numEnquete.
           2 line i col 10 pic x(01) from typeSondeEq.
           2 line i col 12 pic x(30) from nomSondeEq.
           2 line i col 42 pic x(15) from telSondeEq.
           2 line i col 58 pic 9(6) from numAffectEq.
           2 line i col 65 pic 9(8) from dateTrajetEq.

       1 s-plg-enquete.
           2 line 5 col 4 'Num'&x'82'&'ro d''enqu'&x'88'&'te : '.
           2 s-enquete pic 9(6) to enqueteSaisie required.

       1 a-plg-fiche.
           2 line 7 col 4 'Contact : '.
           2 pic x(30) from nomSondeEq.
           2 line 7 col 46 pic x(15) from telSondeEq.
           2 line 8 col 4 'Trajet  : '.
           2 pic 9(6) from numAffectEq.
           2 ' du '.
           2 pic 9(8) from dateTrajetEq.
           2 ' circuit '.
           2 pic 9(4) from numCircuitEq.
           2 ' conducteur '.
           2 pic 9(4) from numChaufEq.

       1 s-plg-notes.
           2 line 10 col 4 'Notes de 1 (mauvais) '&x'85'&
           ' 5 (excellent)'.
           2 line 11 col 6 'Ponctualit'&x'82'&'          : '.
           2 s-notePonct pic 9 using notePonctSaisie required.
           2 line 12 col 6 'Conducteur          : '.
           2 s-noteChauf pic 9 using noteChaufSaisie required.
           2 line 13 col 6 'Propret'&x'82'&' du v'&x'82'&'hicule : '.
           2 s-notePropr pic 9 using noteProprSaisie required.
           2 line 14 col 6 'Appr'&x'82'&'ciation g'&x'82'&'n'&x'82'&
           'rale : '.
           2 s-noteGlobale pic 9 using noteGlobaleSaisie required.
           2 line 15 col 6 'Commentaire : '.
           2 s-commentaire pic x(60) using commentaireSaisi.

       1 a-plg-inconnue.
           2 line 18 col 10 'Enqu'&x'88'&'te inconnue'.

       1 a-plg-noteInvalide.
           2 line 18 col 10 'Les notes vont de 1 '&x'85'&' 5'.

       1 a-plg-res.
           2 line 18 col 10 'R'&x'82'&'ponse enregistr'&x'82'&'e !'.

       1 a-plg-resSansReponse.
           2 line 18 col 10 'Enqu'&x'88'&'te close sans r'&x'82'&
           'ponse'.

       1 a-plg-nonRes.
           2 line 18 col 10 'Echec'.

       procedure division using operateurID-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-saisir
                   when 3 perform mod-sansReponse
               end-evaluate
           end-perform
           goback.

       *> enquetes encore a contacter, par pages d'ecran
       mod-lister.
           display a-effacer
           display a-plg-entete
           move 7 to i
           open input f-enquete
           if statusEnquete not = '00' then
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           set fin-lire to false
           perform until fin-lire
               read f-enquete next
                   at end
                       set fin-lire to true
                   not at end
                       if enqAContacter then
                           if i > 21 then
                               display a-plg-next
                               accept s-next
                               display a-effacer
                               display a-plg-entete
                               move 7 to i
                           end-if
                           display a-plg-ligne
                           add 1 to i
                       end-if
               end-read
           end-perform
           close f-enquete
           display a-plg-next
           accept s-next
       .

       mod-lireEnquete.
           set enqueteTrouvee to false
           open i-o f-enquete
           if statusEnquete not = '00' then
               exit paragraph
           end-if
           move enqueteSaisie to numEnquete
           read f-enquete
               invalid key
                   close f-enquete
               not invalid key
                   set enqueteTrouvee to true
           end-read
       .

       mod-saisir.
           display a-effacer
           display s-plg-enquete
           accept s-enquete
           perform mod-lireEnquete
           if not enqueteTrouvee then
               display a-plg-inconnue
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-plg-fiche
           move notePonctEq to notePonctSaisie
           move noteChaufEq to noteChaufSaisie
           move noteProprEq to noteProprSaisie
           move noteGlobaleEq to noteGlobaleSaisie
           move commentaireEq to commentaireSaisi
           display s-plg-notes
           accept s-notePonct
           accept s-noteChauf
           accept s-notePropr
           accept s-noteGlobale
           accept s-commentaire

           if notePonctSaisie < 1 or notePonctSaisie > 5
           or noteChaufSaisie < 1 or noteChaufSaisie > 5
           or noteProprSaisie < 1 or noteProprSaisie > 5
           or noteGlobaleSaisie < 1 or noteGlobaleSaisie > 5 then
               display a-plg-noteInvalide
           else
               move notePonctSaisie to notePonctEq
               move noteChaufSaisie to noteChaufEq
               move noteProprSaisie to noteProprEq
               move noteGlobaleSaisie to noteGlobaleEq
               move commentaireSaisi to commentaireEq
               move 'R' to statutEq
               accept dateReponseEq from date yyyymmdd
               move operateurID-parm to operateurEq
               rewrite Enquete
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'MODIF' to actionAudit
                       perform mod-ecrireAudit
               end-rewrite
           end-if
           close f-enquete
           display a-plg-next
           accept s-next
       .

       mod-sansReponse.
           display a-effacer
           display s-plg-enquete
           accept s-enquete
           perform mod-lireEnquete
           if not enqueteTrouvee then
               display a-plg-inconnue
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-plg-fiche
           move 'N' to statutEq
           move 0 to notePonctEq noteChaufEq noteProprEq
               noteGlobaleEq
           accept dateReponseEq from date yyyymmdd
           move operateurID-parm to operateurEq
           rewrite Enquete
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-resSansReponse
                   move 'CLOS' to actionAudit
                   perform mod-ecrireAudit
           end-rewrite
           close f-enquete
           display a-plg-next
           accept s-next
       .

       *> enregistre la saisie dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'ENQUETE' to ligneAudit(25:11)
           move numEnquete to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program saisieEnquetes.
