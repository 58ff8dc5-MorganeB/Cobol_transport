       program-id. gestRecharges.

       *> sessions de recharge des bus electriques
       *> (SessionRecharge.dat) : bus, borne, debut et fin (date et
       *> heure HHMM), energie chargee en kWh et compteur du bus au
       *> branchement (compteur actuel du bus propose par defaut).
       *> Un bus en recharge ne peut pas etre affecte sur la periode
       *> (verifBusElectrique); rapportCarburant en tire la
       *> consommation en kWh aux 100 km.

       file-control.
           select f-session assign 'SessionRecharge.dat'
           organization indexed access dynamic
           record key numSession
           alternate record key numBusS duplicates
           file status is statusSession.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

       file section.
       fd f-session.
       1 SessionRecharge.
           2 numSession pic 9(6).
           2 numBusS pic 9(4).
           2 borneS pic x(10).
           2 dateDebS pic 9(8).
           2 heureDebS pic 9(4).
           2 dateFinS pic 9(8).
           2 heureFinS pic 9(4).
           2 kwhS pic 9(4)v99.
           2 odometreS pic 9(6).
           2 operateurS pic x(10).

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
       1 statusSession pic xx.
       1 statusBus pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 busSaisi pic 9(4).
       1 borneSaisie pic x(10).
       1 dateDebSaisie pic 9(8).
       1 heureDebSaisie pic 9(4).
       1 dateFinSaisie pic 9(8).
       1 heureFinSaisie pic 9(4).
       1 kwhSaisi pic 9(4)v99.
       1 odometreSaisi pic 9(6).
       1 kilomBus pic 9(6).
       1 sessionSaisie pic 9(6).
       1 newSession pic 9(6).
       1 heureAValider pic 9(4).
       1 reponse pic x(01).

       *> bornes de la session en AAAAMMJJHHMM
       1 debutSession pic 9(12).
       1 finSession pic 9(12).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 busExiste value 'o' false 'n'.

       1 pic x value 'n'.
       88 heureValide value 'o' false 'n'.

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
           2 line 3 col 14 'Recharge des bus '&x'82'&'lectriques'.
           2 line 5 col 10 '1 Consulter les sessions de recharge'.
           2 line 6 col 10 '2 Enregistrer une session de recharge'.
           2 line 7 col 10 '3 Supprimer une session de recharge'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Sessions de recharge'.
           2 line 6 col 3 'Num'&x'82'&'ro'.
           2 line 6 col 11 'Bus'.
           2 line 6 col 17 'Borne'.
           2 line 6 col 29 'D'&x'82'&'but'.
           2 line 6 col 44 'Fin'.
           2 line 6 col 61 'kWh'.
           2 line 6 col 68 'Compteur'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(6) from numSession.
           2 line i col 11 pic 9(4) from numBusS.
           2 line i col 17 pic x(10) from borneS.
           2 line i col 29 pic 9(8) from dateDebS.
           2 line i col 38 pic 9(4) from heureDebS.
           2 line i col 44 pic 9(8) from dateFinS.
           2 line i col 53 pic 9(4) from heureFinS.
           2 line i col 59 pic zzz9.99 from kwhS.
           2 line i col 69 pic zzzzz9 from odometreS.

       1 s-plg-saisieSession.
           2 line 5 col 4 'Enregistrer une session de recharge'.
           2 line 7 col 10 'Num'&x'82'&'ro du bus : '.
           2 s-bus pic 9(4) to busSaisi required.
           2 line 8 col 10 'Borne : '.
           2 s-borne pic x(10) to borneSaisie required.
           2 line 9 col 10 'D'&x'82'&'but (AAAAMMJJ) : '.
           2 s-dateDeb pic 9(8) to dateDebSaisie required.
           2 '  heure (HHMM) : '.
           2 s-heureDeb pic 9(4) to heureDebSaisie.
           2 line 10 col 10 'Fin   (AAAAMMJJ) : '.
           2 s-dateFin pic 9(8) to dateFinSaisie required.
           2 '  heure (HHMM) : '.
           2 s-heureFin pic 9(4) to heureFinSaisie.
           2 line 11 col 10 'Energie charg'&x'82'&'e (kWh, ex '&
           '0150.50) : '.
           2 s-kwh pic 9(4).99 to kwhSaisi.
           2 line 12 col 10 'Compteur du bus (0 = compteur '&
           'actuel) : '.
           2 s-odometre pic 9(6) to odometreSaisi.

       1 s-plg-saisieNumero.
           2 line 5 col 4 'Supprimer une session de recharge'.
           2 line 7 col 10 'Num'&x'82'&'ro de la session : '.
           2 s-session pic 9(6) to sessionSaisie required.

       1 s-plg-confirmation.
           2 line 9 col 10 'Bus '.
           2 a-bus pic 9(4) from numBusS.
           2 ' borne '.
           2 a-borne pic x(10) from borneS.
           2 ' le '.
           2 a-dateDeb pic 9(8) from dateDebS.
           2 line 11 col 10 'Supprimer cette session (O/N) : '.
           2 s-reponse pic x to reponse required.

       1 a-plg-busInexistant.
           2 line 15 col 10 'Ce num'&x'82'&'ro de bus n''existe pas'.

       1 a-plg-dateInvalide.
           2 line 15 col 10 'Dates ou heures incorrectes (fin '&
           'apr'&x'8a'&'s le d'&x'82'&'but svp)'.

       1 a-plg-sessionInexistante.
           2 line 15 col 10 'Cette session n''existe pas'.

       1 a-plg-res.
           2 line 18 col 15 'Session enregistr'&x'82'&'e sous le '&
           'num'&x'82'&'ro '.
           2 a-newSession pic 9(6) from newSession.

       1 a-plg-resSuppr.
           2 line 18 col 15 'Session supprim'&x'82'&'e !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucune session enregistr'&x'82'&'e'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-enregistrer
                   when 3 perform mod-supprimer
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-session
           if statusSession = '00' then
               read f-session next
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
                   read f-session next
                   end set fin-lire to true end-read
               end-perform
               close f-session
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-enregistrer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           move 0 to heureDebSaisie
           move 0 to heureFinSaisie
           move 0 to kwhSaisi
           move 0 to odometreSaisi
           display s-plg-saisieSession
           accept s-bus
           accept s-borne
           accept s-dateDeb
           accept s-heureDeb
           accept s-dateFin
           accept s-heureFin
           accept s-kwh
           accept s-odometre

           set busExiste to false
           open input f-bus
           if statusBus = '00' then
               move busSaisi to numero
               read f-bus
                   not invalid key
                       set busExiste to true
                       move kilom to kilomBus
               end-read
               close f-bus
           end-if
           if not busExiste then
               display a-plg-busInexistant
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           if odometreSaisi = 0 then
               move kilomBus to odometreSaisi
           end-if

           move heureDebSaisie to heureAValider
           perform mod-validerHeure
           if heureValide then
               move heureFinSaisie to heureAValider
               perform mod-validerHeure
           end-if
           compute debutSession = dateDebSaisie * 10000
               + heureDebSaisie
           compute finSession = dateFinSaisie * 10000
               + heureFinSaisie
           if not heureValide
           or function integer-of-date(dateDebSaisie) = 0
           or function integer-of-date(dateFinSaisie) = 0
           or finSession <= debutSession then
               display a-plg-dateInvalide
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           open i-o f-session
           if statusSession = '35' then
               open output f-session
               close f-session
               open i-o f-session
           end-if
           move 0 to newSession
           set fin-lire to false
           read f-session next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and numSession > newSession then
                   move numSession to newSession
               end-if
               read f-session next
               end set fin-lire to true end-read
           end-perform
           add 1 to newSession

           move newSession to numSession
           move busSaisi to numBusS
           move borneSaisie to borneS
           move dateDebSaisie to dateDebS
           move heureDebSaisie to heureDebS
           move dateFinSaisie to dateFinS
           move heureFinSaisie to heureFinS
           move kwhSaisi to kwhS
           move odometreSaisi to odometreS
           move operateurID-parm to operateurS
           write SessionRecharge
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-res
                   move 'AJOUT' to actionAudit
                   perform mod-ecrireAudit
           end-write
           close f-session

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
           display s-plg-saisieNumero
           accept s-session

           set ligneTrouvee to false
           open i-o f-session
           if statusSession = '00' then
               move sessionSaisie to numSession
               read f-session
                   not invalid key
                       set ligneTrouvee to true
               end-read
               if ligneTrouvee then
                   display s-plg-confirmation
                   accept s-reponse
                   if reponse = 'O' or reponse = 'o' then
                       move numSession to newSession
                       move numBusS to busSaisi
                       delete f-session
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resSuppr
                               move 'SUPPR' to actionAudit
                               perform mod-ecrireAudit
                       end-delete
                   end-if
               end-if
               close f-session
           end-if
           if not ligneTrouvee then
               display a-plg-sessionInexistante
           end-if

           display a-plg-next
           accept s-next
       .

       *> valide une heure HHMM
       mod-validerHeure.
           if heureAValider(1:2) > '23'
           or heureAValider(3:2) > '59' then
               set heureValide to false
           else
               set heureValide to true
           end-if
       .

       *> enregistre l'operation dans le journal d'audit (numero de
       *> session, bus en complement)
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'RECHARGE' to ligneAudit(25:11)
           move newSession to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move busSaisi to ligneAudit(54:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestRecharges.
