       program-id. gestMandats.

       *> mandats de prelevement SEPA des clients (MandatClient.dat,
       *> une fiche par client, meme numero que Client.dat) : reference
       *> unique du mandat, date de signature et coordonnees bancaires.
       *> Seuls les mandats actifs sont preleves par prelevements; un
       *> mandat revoque est conserve pour memoire.

       file-control.
           select f-mandat assign 'MandatClient.dat'
           organization indexed access dynamic
           record key numClientM
           file status is statusMandat.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

       file section.
       fd f-mandat.
       1 MandatClient.
           2 numClientM pic 9(4).
           2 refMandatM pic x(35).
           2 dateSignatureM pic 9(8).
           2 ibanM pic x(34).
           2 bicM pic x(11).
           2 statutMandatM pic x(01).
               88 mandatActif value 'A'.
               88 mandatRevoque value 'R'.

       fd f-client.
       1 Client.
           2 numClient pic 9(4).
           2 nomClient pic x(30).
           2 contactClient pic x(30).
           2 adresseClient pic x(40).
           2 conditionsPaiement pic x(20).
           2 statutCredit pic x(01).
               88 clientBloque value 'B'.
           2 seuilRetardCli pic 9(3).

       working-storage section.
       1 statusMandat pic xx.
       1 statusClient pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 reponse pic x(01).

       1 clientSaisi pic 9(4).
       1 nomCli pic x(30).
       1 refSaisie pic x(35).
       1 dateSignSaisie pic 9(8).
       1 ibanSaisi pic x(34).
       1 bicSaisi pic x(11).

       *> controle de forme de l'IBAN : code pays en lettres, cle en
       *> chiffres, longueur de 15 a 34 caracteres sans blanc interne
       1 longIban pic 9(2).
       1 nbBlancs pic 9(2).
       1 pic x value 'o'.
       88 mandatValide value 'o' false 'n'.
       1 motifInvalide pic x(40).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientTrouve value 'o' false 'n'.

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
           2 line 3 col 14 'Mandats de pr'&x'82'&'l'&x'8a'&'vement'.
           2 line 5 col 10 '1 Consulter les mandats'.
           2 line 6 col 10 '2 Saisir ou modifier un mandat'.
           2 line 7 col 10 '3 R'&x'82'&'voquer un mandat'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Mandats de pr'&x'82'&'l'&x'8a'&'vement '&
           '(A = actif, R = r'&x'82'&'voqu'&x'82'&')'.
           2 line 6 col 3 'Cli.'.
           2 line 6 col 9 'R'&x'82'&'f'&x'82'&'rence'.
           2 line 6 col 32 'S'.
           2 line 6 col 35 'Sign'&x'82'&' le'.
           2 line 6 col 45 'IBAN'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numClientM.
           2 line i col 9 pic x(22) from refMandatM.
           2 line i col 32 pic x from statutMandatM.
           2 line i col 35 pic 9(8) from dateSignatureM.
           2 line i col 45 pic x(34) from ibanM.

       1 s-plg-saisieNum.
           2 line 5 col 4 'Mandat de pr'&x'82'&'l'&x'8a'&'vement'.
           2 line 7 col 10 'Num'&x'82'&'ro du client : '.
           2 s-num pic 9(4) to clientSaisi required.

       1 a-plg-client.
           2 line 7 col 36 pic x(30) from nomCli.

       1 s-plg-saisieMandat.
           2 line 9 col 10 'R'&x'82'&'f'&x'82'&'rence du mandat : '.
           2 s-ref pic x(35) using refSaisie required.
           2 line 10 col 10 'Sign'&x'82'&' le (AAAAMMJJ) : '.
           2 s-dateSign pic 9(8) using dateSignSaisie required.
           2 line 11 col 10 'IBAN : '.
           2 s-iban pic x(34) using ibanSaisi required.
           2 line 12 col 10 'BIC : '.
           2 s-bic pic x(11) using bicSaisi.

       1 s-plg-confirmation.
           2 line 9 col 10 'Mandat : '.
           2 a-ref pic x(35) from refMandatM.
           2 line 11 col 10 'R'&x'82'&'voquer ce mandat (O/N) : '.
           2 s-reponse pic x to reponse required.

       1 a-plg-invalide.
           2 line 15 col 10 pic x(40) from motifInvalide.

       1 a-plg-inconnu.
           2 line 15 col 10 'Client inconnu'.

       1 a-plg-mandatInexistant.
           2 line 15 col 10 'Aucun mandat actif pour ce client'.

       1 a-plg-res.
           2 line 18 col 15 'Mandat enregistr'&x'82'&' !'.

       1 a-plg-resRevoc.
           2 line 18 col 15 'Mandat r'&x'82'&'voqu'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun mandat enregistr'&x'82'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
                   when 3 perform mod-revoquer
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-mandat
           if statusMandat = '00' then
               read f-mandat next
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
                   read f-mandat next
                   end set fin-lire to true end-read
               end-perform
               close f-mandat
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       *> creation ou remplacement du mandat d'un client existant; les
       *> valeurs en place sont proposees a la saisie
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

           perform mod-lireClient
           if not clientTrouve then
               display a-plg-inconnu
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           display a-plg-client

           open i-o f-mandat
           if statusMandat = '35' then
               open output f-mandat
               close f-mandat
               open i-o f-mandat
           end-if
           move clientSaisi to numClientM
           read f-mandat
               invalid key
                   set ligneTrouvee to false
                   move spaces to refSaisie
                   move 0 to dateSignSaisie
                   move spaces to ibanSaisi
                   move spaces to bicSaisi
               not invalid key
                   set ligneTrouvee to true
                   move refMandatM to refSaisie
                   move dateSignatureM to dateSignSaisie
                   move ibanM to ibanSaisi
                   move bicM to bicSaisi
           end-read

           display s-plg-saisieMandat
           accept s-ref
           accept s-dateSign
           accept s-iban
           accept s-bic
           perform mod-validerMandat

           if mandatValide then
               move clientSaisi to numClientM
               move refSaisie to refMandatM
               move dateSignSaisie to dateSignatureM
               move ibanSaisi to ibanM
               move bicSaisi to bicM
               set mandatActif to true
               if ligneTrouvee then
                   rewrite MandatClient
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           move 'MODIF' to actionAudit
                           perform mod-ecrireAudit
                   end-rewrite
               else
                   write MandatClient
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           move 'AJOUT' to actionAudit
                           perform mod-ecrireAudit
                   end-write
               end-if
           else
               display a-plg-invalide
           end-if
           close f-mandat

           display a-plg-next
           accept s-next
       .

       mod-revoquer.
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

           set ligneTrouvee to false
           open i-o f-mandat
           if statusMandat = '00' then
               move clientSaisi to numClientM
               read f-mandat
                   not invalid key
                       if mandatActif then
                           set ligneTrouvee to true
                       end-if
               end-read
               if ligneTrouvee then
                   display s-plg-confirmation
                   accept s-reponse
                   if reponse = 'O' or reponse = 'o' then
                       set mandatRevoque to true
                       rewrite MandatClient
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resRevoc
                               move refMandatM to refSaisie
                               move 'REVOC' to actionAudit
                               perform mod-ecrireAudit
                       end-rewrite
                   end-if
               end-if
               close f-mandat
           end-if
           if not ligneTrouvee then
               display a-plg-mandatInexistant
           end-if

           display a-plg-next
           accept s-next
       .

       mod-lireClient.
           set clientTrouve to false
           move spaces to nomCli
           open input f-client
           if statusClient = '00' then
               move clientSaisi to numClient
               read f-client
                   not invalid key
                       set clientTrouve to true
                       move nomClient to nomCli
               end-read
               close f-client
           end-if
       .

       *> reference renseignee, date de signature reelle et non
       *> future, IBAN de forme correcte
       mod-validerMandat.
           set mandatValide to true
           move spaces to motifInvalide
           accept dateJour from date yyyymmdd

           evaluate true
               when refSaisie = spaces
                   move 'R'&x'82'&'f'&x'82'&'rence du mandat '&
                       'obligatoire' to motifInvalide
               when function integer-of-date(dateSignSaisie) = 0
                   move 'Date de signature incorrecte'
                       to motifInvalide
               when dateSignSaisie > dateJour
                   move 'Date de signature future'
                       to motifInvalide
               when other
                   perform mod-validerIban
           end-evaluate

           if motifInvalide not = spaces then
               set mandatValide to false
           end-if
       .

       mod-validerIban.
           move 0 to nbBlancs
           inspect ibanSaisi tallying nbBlancs for trailing spaces
           compute longIban = 34 - nbBlancs
           move 0 to nbBlancs
           if longIban > 0 then
               inspect ibanSaisi(1:longIban) tallying nbBlancs
                   for all spaces
           end-if

           evaluate true
               when longIban < 15
               when nbBlancs > 0
                   move 'IBAN incomplet ou avec des blancs'
                       to motifInvalide
               when ibanSaisi(1:2) is not alphabetic-upper
               when ibanSaisi(3:2) is not numeric
                   move 'IBAN : pays puis cl'&x'82'&' attendus'
                       to motifInvalide
           end-evaluate
       .

       *> enregistre l'operation dans le journal d'audit (reference du
       *> mandat en complement)
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'MANDAT' to ligneAudit(25:11)
           move clientSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move refSaisie to ligneAudit(54:27)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestMandats.
