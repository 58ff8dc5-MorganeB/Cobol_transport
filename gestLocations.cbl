       program-id. gestLocations.

       *> contrats de location longue duree des bus (Location.dat, une
       *> ligne par bus loue a cote de FBus.dat) : loueur, loyer
       *> mensuel, debut et fin du contrat, kilometrage total
       *> contractuel et prix du kilometre excedentaire. Le compteur
       *> au debut du contrat sert de base au kilometrage consomme
       *> (compteur actuel du bus propose a la creation). Un bus loue
       *> est valorise au loyer et non a l'amortissement dans
       *> rapportCoutKm; rapportLocations projette son kilometrage de
       *> fin de contrat.

       file-control.
           select f-location assign 'Location.dat'
           organization indexed access dynamic
           record key numBusLoc
           file status is statusLocation.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

       file section.
       fd f-location.
       1 Location.
           2 numBusLoc pic 9(4).
           2 loueurLoc pic x(30).
           2 loyerMensuelLoc pic 9(6)v99.
           2 dateDebLoc pic 9(8).
           2 dateFinLoc pic 9(8).
           2 kmContratLoc pic 9(7).
           2 prixKmSupLoc pic 9(2)v999.
           2 kmDebutLoc pic 9(6).

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
       1 statusLocation pic xx.
       1 statusBus pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 busSaisi pic 9(4).
       1 loueurSaisi pic x(30).
       1 loyerSaisi pic 9(6)v99.
       1 dateDebSaisie pic 9(8).
       1 dateFinSaisie pic 9(8).
       1 kmContratSaisi pic 9(7).
       1 prixKmSupSaisi pic 9(2)v999.
       1 kmDebutSaisi pic 9(6).
       1 kilomBus pic 9(6).
       1 kmDebutDefaut pic 9(6).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 busExiste value 'o' false 'n'.

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
           2 line 3 col 14 'Bus en location'.
           2 line 5 col 10 '1 Consulter les contrats de location'.
           2 line 6 col 10 '2 D'&x'82'&'finir ou modifier un contrat'.
           2 line 7 col 10 '3 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 9 col 13 'Choix ? '.
           2 s-choix line 9 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Contrats de location'.
           2 line 6 col 3 'Bus'.
           2 line 6 col 9 'Loueur'.
           2 line 6 col 31 'Loyer'.
           2 line 6 col 41 'D'&x'82'&'but'.
           2 line 6 col 50 'Fin'.
           2 line 6 col 59 'Km contrat'.
           2 line 6 col 71 'Eur/km'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numBusLoc.
           2 line i col 9 pic x(20) from loueurLoc.
           2 line i col 30 pic zzzzz9.99 from loyerMensuelLoc.
           2 line i col 41 pic 9(8) from dateDebLoc.
           2 line i col 50 pic 9(8) from dateFinLoc.
           2 line i col 60 pic z(6)9 from kmContratLoc.
           2 line i col 71 pic z9.999 from prixKmSupLoc.

       1 s-plg-saisieBus.
           2 line 5 col 4 'D'&x'82'&'finir ou modifier un contrat '&
           'de location'.
           2 line 7 col 10 'Num'&x'82'&'ro du bus : '.
           2 s-bus pic 9(4) to busSaisi required.

       1 s-plg-saisieContrat.
           2 line 9 col 10 'Loueur : '.
           2 s-loueur pic x(30) to loueurSaisi required.
           2 line 10 col 10 'Loyer mensuel (euros.centimes) : '.
           2 s-loyer pic 9(6).99 to loyerSaisi required.
           2 line 11 col 10 'D'&x'82'&'but du contrat (AAAAMMJJ) : '.
           2 s-dateDeb pic 9(8) to dateDebSaisie required.
           2 line 12 col 10 'Fin du contrat (AAAAMMJJ) : '.
           2 s-dateFin pic 9(8) to dateFinSaisie required.
           2 line 13 col 10 'Kilom'&x'82'&'trage total contractuel : '.
           2 s-kmContrat pic 9(7) to kmContratSaisi required.
           2 line 14 col 10 'Prix du km exc'&x'82'&'dentaire '&
           '(ex 00.150) : '.
           2 s-prixKmSup pic 99.999 to prixKmSupSaisi.
           2 line 15 col 10 'Compteur au d'&x'82'&'but du contrat '&
           '(0 = inchang'&x'82'&' ou compteur actuel) : '.
           2 s-kmDebut pic 9(6) to kmDebutSaisi.

       1 a-plg-busInexistant.
           2 line 17 col 10 'Ce num'&x'82'&'ro de bus n''existe pas'.

       1 a-plg-dateInvalide.
           2 line 17 col 10 'Dates incorrectes (fin apr'&x'8a'&'s '&
           'le d'&x'82'&'but svp)'.

       1 a-plg-res.
           2 line 18 col 15 'Contrat enregistr'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun contrat enregistr'&x'82'.

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
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-location
           if statusLocation = '00' then
               read f-location next
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
                   read f-location next
                   end set fin-lire to true end-read
               end-perform
               close f-location
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
           display s-plg-saisieBus
           accept s-bus

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

           open i-o f-location
           if statusLocation = '35' then
               open output f-location
               close f-location
               open i-o f-location
           end-if
           move busSaisi to numBusLoc
           read f-location
               invalid key
                   set ligneTrouvee to false
                   move kilomBus to kmDebutDefaut
               not invalid key
                   set ligneTrouvee to true
                   move kmDebutLoc to kmDebutDefaut
           end-read

           display s-plg-saisieContrat
           accept s-loueur
           accept s-loyer
           accept s-dateDeb
           accept s-dateFin
           accept s-kmContrat
           accept s-prixKmSup
           move 0 to kmDebutSaisi
           accept s-kmDebut
           if kmDebutSaisi = 0 then
               move kmDebutDefaut to kmDebutSaisi
           end-if

           if function integer-of-date(dateDebSaisie) = 0
           or function integer-of-date(dateFinSaisie) = 0
           or dateFinSaisie <= dateDebSaisie then
               display a-plg-dateInvalide
           else
               move busSaisi to numBusLoc
               move loueurSaisi to loueurLoc
               move loyerSaisi to loyerMensuelLoc
               move dateDebSaisie to dateDebLoc
               move dateFinSaisie to dateFinLoc
               move kmContratSaisi to kmContratLoc
               move prixKmSupSaisi to prixKmSupLoc
               move kmDebutSaisi to kmDebutLoc
               if ligneTrouvee then
                   rewrite Location
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           move 'MODIF' to actionAudit
                           perform mod-ecrireAudit
                   end-rewrite
               else
                   write Location
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           move 'AJOUT' to actionAudit
                           perform mod-ecrireAudit
                   end-write
               end-if
           end-if
           close f-location

           display a-plg-next
           accept s-next
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'LOCATION' to ligneAudit(25:11)
           move busSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestLocations.
