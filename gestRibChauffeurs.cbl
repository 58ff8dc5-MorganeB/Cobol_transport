       program-id. gestRibChauffeurs.

       *> coordonnees bancaires des chauffeurs (BanqueChauffeur.dat,
       *> meme numero que ChaufNouv.dat) : compte sur lequel
       *> virementsFrais rembourse leurs frais approuves.

       file-control.
           select f-banqueChauf assign 'BanqueChauffeur.dat'
           organization indexed access dynamic
           record key numChaufB
           file status is statusBanqueChauf.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed
           access dynamic record key numchaufN
           file status is statusChauf.

       file section.
       fd f-banqueChauf.
       1 BanqueChauffeur.
           2 numChaufB pic 9(4).
           2 titulaireB pic x(30).
           2 ibanB pic x(34).
           2 bicB pic x(11).
           2 dateMajB pic 9(8).

       fd f-chaufNouv.
       1 ChaufNouv.
           2 numchaufN pic 9(4).
           2 nomN pic x(30).
           2 prenomN pic x(30).
           2 datepermisN pic 9(8).
           2 telephoneN pic x(15).
           2 adresseN pic x(40).
           2 dateEmbaucheN pic 9(8).
           2 categoriePermisN pic x(02).
           2 dateExpirationPermisN pic 9(8).
           2 statutN pic x(01).
               88 chaufInactif value 'I'.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

       working-storage section.
       1 statusBanqueChauf pic xx.
       1 statusChauf pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 reponse pic x(01).

       1 chaufSaisi pic 9(4).
       1 nomChauf pic x(30).
       1 titulaireSaisi pic x(30).
       1 ibanSaisi pic x(34).
       1 bicSaisi pic x(11).

       *> controle de forme de l'IBAN : code pays en lettres, cle en
       *> chiffres, longueur de 15 a 34 caracteres sans blanc interne
       1 longIban pic 9(2).
       1 nbBlancs pic 9(2).
       1 motifInvalide pic x(40).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 chaufTrouve value 'o' false 'n'.

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
           2 line 3 col 14 'Coordonn'&x'82'&'es bancaires des '&
           'chauffeurs'.
           2 line 5 col 10 '1 Consulter les coordonn'&x'82'&'es'.
           2 line 6 col 10 '2 Saisir ou modifier'.
           2 line 7 col 10 '3 Supprimer'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Coordonn'&x'82'&'es bancaires des '&
           'chauffeurs'.
           2 line 6 col 3 'Chf.'.
           2 line 6 col 9 'Titulaire'.
           2 line 6 col 35 'IBAN'.
           2 line 6 col 70 'BIC'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numChaufB.
           2 line i col 9 pic x(25) from titulaireB.
           2 line i col 35 pic x(34) from ibanB.
           2 line i col 70 pic x(11) from bicB.

       1 s-plg-saisieNum.
           2 line 5 col 4 'Coordonn'&x'82'&'es bancaires'.
           2 line 7 col 10 'Num'&x'82'&'ro du chauffeur : '.
           2 s-num pic 9(4) to chaufSaisi required.

       1 a-plg-chauffeur.
           2 line 7 col 40 pic x(30) from nomChauf.

       1 s-plg-saisieRib.
           2 line 9 col 10 'Titulaire du compte : '.
           2 s-titulaire pic x(30) using titulaireSaisi required.
           2 line 10 col 10 'IBAN : '.
           2 s-iban pic x(34) using ibanSaisi required.
           2 line 11 col 10 'BIC : '.
           2 s-bic pic x(11) using bicSaisi.

       1 s-plg-confirmation.
           2 line 9 col 10 'IBAN : '.
           2 a-iban pic x(34) from ibanB.
           2 line 11 col 10 'Supprimer ces coordonn'&x'82'&'es '&
           '(O/N) : '.
           2 s-reponse pic x to reponse required.

       1 a-plg-invalide.
           2 line 15 col 10 pic x(40) from motifInvalide.

       1 a-plg-inconnu.
           2 line 15 col 10 'Chauffeur inconnu'.

       1 a-plg-ribInexistant.
           2 line 15 col 10 'Aucune coordonn'&x'82'&'e bancaire pour '&
           'ce chauffeur'.

       1 a-plg-res.
           2 line 18 col 15 'Coordonn'&x'82'&'es enregistr'&x'82'&
           'es !'.

       1 a-plg-resSuppr.
           2 line 18 col 15 'Coordonn'&x'82'&'es supprim'&x'82'&'es !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucune coordonn'&x'82'&'e enregistr'&x'82'&
           'e'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
                   when 3 perform mod-supprimer
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-banqueChauf
           if statusBanqueChauf = '00' then
               read f-banqueChauf next
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
                   read f-banqueChauf next
                   end set fin-lire to true end-read
               end-perform
               close f-banqueChauf
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
           display s-plg-saisieNum
           accept s-num

           perform mod-lireChauffeur
           if not chaufTrouve then
               display a-plg-inconnu
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           display a-plg-chauffeur

           open i-o f-banqueChauf
           if statusBanqueChauf = '35' then
               open output f-banqueChauf
               close f-banqueChauf
               open i-o f-banqueChauf
           end-if
           move chaufSaisi to numChaufB
           read f-banqueChauf
               invalid key
                   set ligneTrouvee to false
                   move nomChauf to titulaireSaisi
                   move spaces to ibanSaisi
                   move spaces to bicSaisi
               not invalid key
                   set ligneTrouvee to true
                   move titulaireB to titulaireSaisi
                   move ibanB to ibanSaisi
                   move bicB to bicSaisi
           end-read

           display s-plg-saisieRib
           accept s-titulaire
           accept s-iban
           accept s-bic
           perform mod-validerIban

           if motifInvalide = spaces then
               move chaufSaisi to numChaufB
               move titulaireSaisi to titulaireB
               move ibanSaisi to ibanB
               move bicSaisi to bicB
               accept dateMajB from date yyyymmdd
               if ligneTrouvee then
                   rewrite BanqueChauffeur
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           move 'MODIF' to actionAudit
                           perform mod-ecrireAudit
                   end-rewrite
               else
                   write BanqueChauffeur
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
           close f-banqueChauf

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
           display s-plg-saisieNum
           accept s-num

           set ligneTrouvee to false
           open i-o f-banqueChauf
           if statusBanqueChauf = '00' then
               move chaufSaisi to numChaufB
               read f-banqueChauf
                   not invalid key
                       set ligneTrouvee to true
               end-read
               if ligneTrouvee then
                   display s-plg-confirmation
                   accept s-reponse
                   if reponse = 'O' or reponse = 'o' then
                       delete f-banqueChauf
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resSuppr
                               move 'SUPPR' to actionAudit
                               perform mod-ecrireAudit
                       end-delete
                   end-if
               end-if
               close f-banqueChauf
           end-if
           if not ligneTrouvee then
               display a-plg-ribInexistant
           end-if

           display a-plg-next
           accept s-next
       .

       mod-lireChauffeur.
           set chaufTrouve to false
           move spaces to nomChauf
           open input f-chaufNouv
           if statusChauf = '00' then
               move chaufSaisi to numchaufN
               read f-chaufNouv
                   not invalid key
                       set chaufTrouve to true
                       move nomN to nomChauf
               end-read
               close f-chaufNouv
           end-if
       .

       mod-validerIban.
           move spaces to motifInvalide
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

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'RIBCHAUF' to ligneAudit(25:11)
           move chaufSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestRibChauffeurs.
