       program-id. gestFactElec.

       *> facturation electronique : identifiants legaux des societes
       *> emettrices (Emetteur.dat, gestSocietes), clients soumis au
       *> depot de leurs factures sur une plateforme
       *> (ClientEFacture.dat, meme numero que Client.dat), suivi des
       *> depots (EnvoiFactElec.dat) et nouveau depot d'une facture,
       *> apres rejet de la plateforme ou pour une facture emise avant
       *> l'inscription du client.

       file-control.
           select f-clientEF assign 'ClientEFacture.dat'
           organization indexed access dynamic
           record key numClientE
           file status is statusClientEF.

           select f-envoi assign 'EnvoiFactElec.dat'
           organization indexed access dynamic
           record key numEnvoi
           alternate record key numFactureEv duplicates
           file status is statusEnvoi.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

       file section.
       fd f-clientEF.
       1 ClientEFacture.
           2 numClientE pic 9(4).
           2 siretCliE pic x(14).
           2 tvaIntraCliE pic x(13).
           2 codeServiceE pic x(20).
           2 numEngagementE pic x(20).
           2 plateformeE pic x(10).
           2 actifE pic x(01).
               88 eFactureActive value 'O'.
               88 eFactureSuspendue value 'N'.

       fd f-envoi.
       1 EnvoiFactElec.
           2 numEnvoi pic 9(6).
           2 numFactureEv pic 9(6).
           2 numClientEv pic 9(4).
           2 dateEnvoiEv pic 9(8).
           2 heureEnvoiEv pic 9(6).
           2 nomFichierEv pic x(30).
           2 plateformeEv pic x(10).
           2 statutEv pic x(01).
               88 envoiDepose value 'D'.
               88 envoiAccepte value 'A'.
               88 envoiRejete value 'R'.
           2 dateStatutEv pic 9(8).
           2 motifEv pic x(40).
           2 operateurEv pic x(10).

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
       1 statusClientEF pic xx.
       1 statusEnvoi pic xx.
       1 statusClient pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 entiteAudit pic x(11).
       1 cleAudit pic 9(6).

       1 clientSaisi pic 9(4).
       1 nomCli pic x(30).
       1 siretCliSaisi pic x(14).
       1 tvaCliSaisie pic x(13).
       1 serviceSaisi pic x(20).
       1 engagementSaisi pic x(20).
       1 plateformeSaisie pic x(10).
       1 actifSaisi pic x(01).

       1 factureSaisie pic 9(6).
       1 dernierStatut pic x(01).
           88 jamaisDeposee value space.
           88 dernierRejete value 'R'.
       1 resultatEFact pic x(01).
           88 eFactureEmise value 'O'.
           88 eFactureNonConcernee value 'N'.
           88 eFactureImpossible value 'X'.

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
           2 line 3 col 14 'Facturation '&x'82'&'lectronique'.
           2 line 5 col 10 '1 Soci'&x'82'&'t'&x'82'&'s '&x'82'&
           'mettrices'.
           2 line 6 col 10 '2 Consulter les clients soumis'.
           2 line 7 col 10 '3 Inscrire ou modifier un client'.
           2 line 8 col 10 '4 Suivi des d'&x'82'&'p'&x'93'&'ts'.
           2 line 9 col 10 '5 D'&x'82'&'poser '&x'85'&
           ' nouveau une facture'.
           2 line 10 col 10 '6 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 12 col 13 'Choix ? '.
           2 s-choix line 12 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreClients.
           2 blank screen.
           2 line 4 col 4 'Clients en facturation '&x'82'&
           'lectronique (O = actif, N = suspendu)'.
           2 line 6 col 3 'Cli.'.
           2 line 6 col 9 'SIRET'.
           2 line 6 col 25 'Service'.
           2 line 6 col 47 'Engagement'.
           2 line 6 col 68 'Plateforme'.
           2 line 6 col 79 'A'.

       1 a-plg-resClient.
           2 line i col 3 pic 9(4) from numClientE.
           2 line i col 9 pic x(14) from siretCliE.
           2 line i col 25 pic x(20) from codeServiceE.
           2 line i col 47 pic x(20) from numEngagementE.
           2 line i col 68 pic x(10) from plateformeE.
           2 line i col 79 pic x from actifE.

       1 s-plg-saisieNum.
           2 line 4 col 4 'Client en facturation '&x'82'&'lectronique'.
           2 line 6 col 10 'Num'&x'82'&'ro du client : '.
           2 s-num pic 9(4) to clientSaisi required.

       1 a-plg-client.
           2 line 6 col 36 pic x(30) from nomCli.

       1 s-plg-saisieClient.
           2 line 8 col 10 'SIRET : '.
           2 s-siretCli pic x(14) using siretCliSaisi required.
           2 line 9 col 10 'TVA intracommunautaire : '.
           2 s-tvaCli pic x(13) using tvaCliSaisie.
           2 line 10 col 10 'Code service : '.
           2 s-service pic x(20) using serviceSaisi.
           2 line 11 col 10 'Num'&x'82'&'ro d'''&x'82'&'ngagement : '.
           2 s-engagement pic x(20) using engagementSaisi.
           2 line 12 col 10 'Plateforme : '.
           2 s-plateforme pic x(10) using plateformeSaisie required.
           2 line 13 col 10 'Actif (O/N) : '.
           2 s-actif pic x using actifSaisi required.

       1 a-plg-titreEnvois.
           2 blank screen.
           2 line 4 col 4 'D'&x'82'&'p'&x'93'&'ts (D = d'&x'82'&
           'pos'&x'82'&', A = accept'&x'82'&', R = rejet'&x'82'&')'.
           2 line 6 col 3 'Envoi'.
           2 line 6 col 10 'Fact.'.
           2 line 6 col 17 'Cli.'.
           2 line 6 col 22 'D'&x'82'&'pos'&x'82'&' le'.
           2 line 6 col 32 'Plateforme'.
           2 line 6 col 43 'S'.
           2 line 6 col 45 'Motif'.

       1 a-plg-resEnvoi.
           2 line i col 3 pic 9(6) from numEnvoi.
           2 line i col 10 pic 9(6) from numFactureEv.
           2 line i col 17 pic 9(4) from numClientEv.
           2 line i col 22 pic 9(8) from dateEnvoiEv.
           2 line i col 32 pic x(10) from plateformeEv.
           2 line i col 43 pic x from statutEv.
           2 line i col 45 pic x(35) from motifEv.

       1 s-plg-saisieFacture.
           2 line 4 col 4 'Nouveau d'&x'82'&'p'&x'93'&'t d''une '&
           'facture'.
           2 line 6 col 10 'Num'&x'82'&'ro de facture : '.
           2 s-facture pic 9(6) to factureSaisie required.

       1 a-plg-invalide.
           2 line 16 col 10 pic x(40) from motifInvalide.

       1 a-plg-inconnu.
           2 line 16 col 10 'Client inconnu'.

       1 a-plg-res.
           2 line 18 col 15 'Fiche enregistr'&x'82'&'e !'.

       1 a-plg-resDepot.
           2 line 18 col 15 'Facture d'&x'82'&'pos'&x'82'&'e : '.
           2 line 19 col 15 'fichier efacture-'.
           2 a-facture pic 9(6) from factureSaisie.
           2 '.txt'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucune fiche enregistr'&x'82'&'e'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 6
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 call 'gestSocietes' using operateurID-parm
                       operateurRole-parm end-call
                   when 2 perform mod-listerClients
                   when 3 perform mod-definirClient
                   when 4 perform mod-listerEnvois
                   when 5 perform mod-redeposer
               end-evaluate
           end-perform
           goback.

       mod-listerClients.
           display a-plg-titreClients
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-clientEF
           if statusClientEF = '00' then
               read f-clientEF next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set ligneTrouvee to true
                       display a-plg-resClient
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreClients
                       end-if
                   end-if
                   read f-clientEF next
                   end set fin-lire to true end-read
               end-perform
               close f-clientEF
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       *> inscription d'un client existant (ou modification de sa
       *> fiche); N suspend les depots sans perdre les identifiants
       mod-definirClient.
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

           open i-o f-clientEF
           if statusClientEF = '35' then
               open output f-clientEF
               close f-clientEF
               open i-o f-clientEF
           end-if
           move clientSaisi to numClientE
           read f-clientEF
               invalid key
                   set ligneTrouvee to false
                   move spaces to siretCliSaisi tvaCliSaisie
                       serviceSaisi engagementSaisi plateformeSaisie
                   move 'O' to actifSaisi
               not invalid key
                   set ligneTrouvee to true
                   move siretCliE to siretCliSaisi
                   move tvaIntraCliE to tvaCliSaisie
                   move codeServiceE to serviceSaisi
                   move numEngagementE to engagementSaisi
                   move plateformeE to plateformeSaisie
                   move actifE to actifSaisi
           end-read

           display s-plg-saisieClient
           accept s-siretCli
           accept s-tvaCli
           accept s-service
           accept s-engagement
           accept s-plateforme
           accept s-actif

           move spaces to motifInvalide
           perform mod-validerSiretClient
           if motifInvalide = spaces then
               move clientSaisi to numClientE
               move siretCliSaisi to siretCliE
               move tvaCliSaisie to tvaIntraCliE
               move serviceSaisi to codeServiceE
               move engagementSaisi to numEngagementE
               move plateformeSaisie to plateformeE
               if actifSaisi = 'N' or actifSaisi = 'n' then
                   set eFactureSuspendue to true
               else
                   set eFactureActive to true
               end-if
               move 'CLIENTEFACT' to entiteAudit
               move clientSaisi to cleAudit
               if ligneTrouvee then
                   rewrite ClientEFacture
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           move 'MODIF' to actionAudit
                           perform mod-ecrireAudit
                   end-rewrite
               else
                   write ClientEFacture
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
           close f-clientEF

           display a-plg-next
           accept s-next
       .

       mod-listerEnvois.
           display a-plg-titreEnvois
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-envoi
           if statusEnvoi = '00' then
               read f-envoi next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set ligneTrouvee to true
                       display a-plg-resEnvoi
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreEnvois
                       end-if
                   end-if
                   read f-envoi next
                   end set fin-lire to true end-read
               end-perform
               close f-envoi
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       *> nouveau depot : seulement pour une facture jamais deposee ou
       *> dont le dernier depot a ete rejete par la plateforme
       mod-redeposer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisieFacture
           accept s-facture

           move space to dernierStatut
           open input f-envoi
           if statusEnvoi = '00' then
               move factureSaisie to numFactureEv
               set fin-lire to false
               start f-envoi key is = numFactureEv
                   invalid key
                       set fin-lire to true
               end-start
               perform until fin-lire
                   read f-envoi next
                       at end
                           set fin-lire to true
                       not at end
                           if numFactureEv not = factureSaisie then
                               set fin-lire to true
                           else
                               move statutEv to dernierStatut
                           end-if
                   end-read
               end-perform
               close f-envoi
           end-if

           move spaces to motifInvalide
           if not jamaisDeposee and not dernierRejete then
               move 'Facture d'&x'82'&'j'&x'85'&' d'&x'82'&'pos'&
                   x'82'&'e, non rejet'&x'82'&'e' to motifInvalide
           else
               call 'emettreFactElec' using factureSaisie
                   operateurID-parm resultatEFact end-call
               evaluate true
                   when eFactureEmise
                       display a-plg-resDepot
                   when eFactureNonConcernee
                       move 'Client non soumis ou facture inconnue'
                           to motifInvalide
                   when other
                       move 'Identifiants de l'''&x'82'&'metteur '&
                           'absents' to motifInvalide
               end-evaluate
           end-if
           if motifInvalide not = spaces then
               display a-plg-invalide
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

       mod-validerSiretClient.
           if siretCliSaisi is not numeric then
               move 'SIRET : 14 chiffres attendus' to motifInvalide
           end-if
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

       end program gestFactElec.
