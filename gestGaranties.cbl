       program-id. gestGaranties.

       *> garanties constructeur et reclamations de garantie :
       *>   - garantie des bus (GarantieBus.dat, une ligne par bus a
       *>     cote de FBus.dat : constructeur, fin de garantie et
       *>     limite kilometrique, 0 = sans limite);
       *>   - suivi des reclamations ouvertes par controleGarantie a
       *>     la cloture d'un incident (ReclamGarantie.dat) : envoi au
       *>     constructeur (S -> E), acceptation ou refus (E -> A/R),
       *>     remboursement (A -> P, montant et date).
       *> La duree de garantie des pieces se saisit dans gestPieces.

       file-control.
           select f-garantieBus assign 'GarantieBus.dat'
           organization indexed access dynamic
           record key numBusGar
           file status is statusGarantieBus.

           select f-reclamG assign 'ReclamGarantie.dat'
           organization indexed access dynamic
           record key numReclamG
           alternate record key numIncidentRG duplicates
           file status is statusReclamG.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

       file section.
       fd f-garantieBus.
       1 GarantieBus.
           2 numBusGar pic 9(4).
           2 constructeurGar pic x(30).
           2 dateFinGarBus pic 9(8).
           2 kmLimiteGarBus pic 9(7).

       fd f-reclamG.
       1 ReclamGarantie.
           2 numReclamG pic 9(6).
           2 numIncidentRG pic 9(4).
           2 numBusRG pic 9(4).
           2 origineRG pic x(01).
               88 origineBus value 'B'.
               88 originePiece value 'P'.
           2 refPieceRG pic x(10).
           2 dateIncidentRG pic 9(8).
           2 dateSignalRG pic 9(8).
           2 montantDemandeRG pic 9(6)v99.
           2 statutRG pic x(01).
               88 reclamSignalee value 'S'.
               88 reclamEnvoyee value 'E'.
               88 reclamAcceptee value 'A'.
               88 reclamRefusee value 'R'.
               88 reclamRemboursee value 'P'.
           2 dateEnvoiRG pic 9(8).
           2 refConstructeurRG pic x(20).
           2 montantRembourseRG pic 9(6)v99.
           2 dateRemboursementRG pic 9(8).
           2 operateurRG pic x(10).

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
       1 statusGarantieBus pic xx.
       1 statusReclamG pic xx.
       1 statusBus pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 entiteAudit pic x(11).
       1 cleAudit pic 9(6).

       1 busSaisi pic 9(4).
       1 constructeurSaisi pic x(30).
       1 dateFinSaisie pic 9(8).
       1 kmLimiteSaisi pic 9(7).

       1 reclamSaisie pic 9(6).
       1 statutSaisi pic x(01).
       1 refConstructeurSaisie pic x(20).
       1 montantSaisi pic 9(6)v99.
       1 dateSaisie pic 9(8).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 busExiste value 'o' false 'n'.

       1 pic x value 'n'.
       88 suiviValide value 'o' false 'n'.

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
           2 line 3 col 14 'Garanties constructeur'.
           2 line 5 col 10 '1 Consulter les garanties des bus'.
           2 line 6 col 10 '2 D'&x'82'&'finir la garantie d''un bus'.
           2 line 7 col 10 '3 Consulter les r'&x'82'&'clamations'.
           2 line 8 col 10 '4 Suivre une r'&x'82'&'clamation'.
           2 line 9 col 10 '5 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 11 col 13 'Choix ? '.
           2 s-choix line 11 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreGaranties.
           2 blank screen.
           2 line 4 col 4 'Garanties des bus'.
           2 line 6 col 3 'Bus'.
           2 line 6 col 10 'Constructeur'.
           2 line 6 col 42 'Fin garantie'.
           2 line 6 col 57 'Km limite'.

       1 a-plg-resGarantie.
           2 line i col 3 pic 9(4) from numBusGar.
           2 line i col 10 pic x(30) from constructeurGar.
           2 line i col 42 pic 9(8) from dateFinGarBus.
           2 line i col 57 pic z(6)9 from kmLimiteGarBus.

       1 s-plg-saisieGarantie.
           2 line 5 col 4 'D'&x'82'&'finir la garantie d''un bus'.
           2 line 7 col 10 'Num'&x'82'&'ro du bus : '.
           2 s-bus pic 9(4) to busSaisi required.

       1 s-plg-saisieFicheGarantie.
           2 line 9 col 10 'Constructeur : '.
           2 s-constructeur pic x(30) to constructeurSaisi required.
           2 line 10 col 10 'Fin de garantie (AAAAMMJJ) : '.
           2 s-dateFin pic 9(8) to dateFinSaisie required.
           2 line 11 col 10 'Kilom'&x'82'&'trage limite (0 = sans '&
           'limite) : '.
           2 s-kmLimite pic 9(7) to kmLimiteSaisi.

       1 a-plg-busInexistant.
           2 line 15 col 10 'Ce num'&x'82'&'ro de bus n''existe pas'.

       1 a-plg-dateInvalide.
           2 line 15 col 10 'Saisir une date correcte svp'.

       1 a-plg-titreReclam.
           2 blank screen.
           2 line 4 col 4 'R'&x'82'&'clamations de garantie'.
           2 line 6 col 3 'Num'.
           2 line 6 col 11 'Inc.'.
           2 line 6 col 17 'Bus'.
           2 line 6 col 23 'O'.
           2 line 6 col 26 'Pi'&x'8a'&'ce'.
           2 line 6 col 38 'Signal'&x'82'&'e'.
           2 line 6 col 49 'Demand'&x'82'.
           2 line 6 col 60 'S'.
           2 line 6 col 63 'Rembours'&x'82'.

       1 a-plg-resReclam.
           2 line i col 3 pic 9(6) from numReclamG.
           2 line i col 11 pic 9(4) from numIncidentRG.
           2 line i col 17 pic 9(4) from numBusRG.
           2 line i col 23 pic x from origineRG.
           2 line i col 26 pic x(10) from refPieceRG.
           2 line i col 38 pic 9(8) from dateSignalRG.
           2 line i col 48 pic zzzzz9.99 from montantDemandeRG.
           2 line i col 60 pic x from statutRG.
           2 line i col 63 pic zzzzz9.99 from montantRembourseRG.

       1 s-plg-saisieReclam.
           2 line 5 col 4 'Suivre une r'&x'82'&'clamation'.
           2 line 7 col 10 'Num'&x'82'&'ro de r'&x'82'&'clamation : '.
           2 s-reclam pic 9(6) to reclamSaisie required.

       1 a-plg-ficheReclam.
           2 line 9 col 10 'Incident : '.
           2 pic 9(4) from numIncidentRG.
           2 '   Bus : '.
           2 pic 9(4) from numBusRG.
           2 '   Pi'&x'8a'&'ce : '.
           2 pic x(10) from refPieceRG.
           2 line 10 col 10 'Montant demand'&x'82'&' : '.
           2 pic zzzzz9.99 from montantDemandeRG.
           2 '   Statut actuel : '.
           2 pic x from statutRG.
           2 line 11 col 10 'R'&x'82'&'f'&x'82'&'rence constructeur : '.
           2 pic x(20) from refConstructeurRG.

       1 s-plg-nouveauStatut.
           2 line 13 col 10 'Nouveau statut (E = envoy'&x'82'&'e, '&
           'A = accept'&x'82'&'e, R = refus'&x'82'&'e, '.
           2 line 14 col 10 'P = rembours'&x'82'&'e) : '.
           2 s-statut pic x to statutSaisi required.

       1 s-plg-saisieEnvoi.
           2 line 16 col 10 'R'&x'82'&'f'&x'82'&'rence constructeur : '.
           2 s-refConstructeur pic x(20) to refConstructeurSaisie.

       1 s-plg-saisieRemboursement.
           2 line 16 col 10 'Montant rembours'&x'82'&
           ' (euros.centimes) : '.
           2 s-montant pic 9(6).99 to montantSaisi required.
           2 line 17 col 10 'Date du remboursement (AAAAMMJJ, 0 = '&
           'aujourd''hui) : '.
           2 s-date pic 9(8) to dateSaisie.

       1 a-plg-transitionInvalide.
           2 line 19 col 10 'Changement de statut impossible '&
           '(S > E > A ou R, A > P)'.

       1 a-plg-reclamInexistante.
           2 line 15 col 10 'Cette r'&x'82'&'clamation n''existe pas'.

       1 a-plg-res.
           2 line 20 col 15 'Enregistrement effectu'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 20 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucune ligne enregistr'&x'82'&'e'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 5
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-listerGaranties
                   when 2 perform mod-definirGarantie
                   when 3 perform mod-listerReclamations
                   when 4 perform mod-suivreReclamation
               end-evaluate
           end-perform
           goback.

       mod-listerGaranties.
           display a-plg-titreGaranties
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-garantieBus
           if statusGarantieBus = '00' then
               read f-garantieBus next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set ligneTrouvee to true
                       display a-plg-resGarantie
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreGaranties
                       end-if
                   end-if
                   read f-garantieBus next
                   end set fin-lire to true end-read
               end-perform
               close f-garantieBus
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-definirGarantie.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisieGarantie
           accept s-bus

           set busExiste to false
           open input f-bus
           if statusBus = '00' then
               move busSaisi to numero
               read f-bus
                   not invalid key
                       set busExiste to true
               end-read
               close f-bus
           end-if
           if not busExiste then
               display a-plg-busInexistant
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           open i-o f-garantieBus
           if statusGarantieBus = '35' then
               open output f-garantieBus
               close f-garantieBus
               open i-o f-garantieBus
           end-if
           move busSaisi to numBusGar
           read f-garantieBus
               invalid key
                   set ligneTrouvee to false
               not invalid key
                   set ligneTrouvee to true
           end-read

           display s-plg-saisieFicheGarantie
           accept s-constructeur
           accept s-dateFin
           move 0 to kmLimiteSaisi
           accept s-kmLimite

           if function integer-of-date(dateFinSaisie) = 0 then
               display a-plg-dateInvalide
           else
               move busSaisi to numBusGar
               move constructeurSaisi to constructeurGar
               move dateFinSaisie to dateFinGarBus
               move kmLimiteSaisi to kmLimiteGarBus
               move 'GARANTIEBUS' to entiteAudit
               move busSaisi to cleAudit
               if ligneTrouvee then
                   rewrite GarantieBus
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           move 'MODIF' to actionAudit
                           perform mod-ecrireAudit
                   end-rewrite
               else
                   write GarantieBus
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           move 'AJOUT' to actionAudit
                           perform mod-ecrireAudit
                   end-write
               end-if
           end-if
           close f-garantieBus

           display a-plg-next
           accept s-next
       .

       mod-listerReclamations.
           display a-plg-titreReclam
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-reclamG
           if statusReclamG = '00' then
               read f-reclamG next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set ligneTrouvee to true
                       display a-plg-resReclam
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreReclam
                       end-if
                   end-if
                   read f-reclamG next
                   end set fin-lire to true end-read
               end-perform
               close f-reclamG
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-suivreReclamation.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisieReclam
           accept s-reclam

           open i-o f-reclamG
           if statusReclamG not = '00' then
               display a-plg-reclamInexistante
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           move reclamSaisie to numReclamG
           read f-reclamG
               invalid key
                   set ligneTrouvee to false
               not invalid key
                   set ligneTrouvee to true
           end-read
           if not ligneTrouvee then
               close f-reclamG
               display a-plg-reclamInexistante
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-plg-ficheReclam
           display s-plg-nouveauStatut
           accept s-statut
           move function upper-case(statutSaisi) to statutSaisi
           accept dateJour from date yyyymmdd

           set suiviValide to false
           evaluate true
               when statutSaisi = 'E' and reclamSignalee
                   move spaces to refConstructeurSaisie
                   display s-plg-saisieEnvoi
                   accept s-refConstructeur
                   move refConstructeurSaisie to refConstructeurRG
                   move dateJour to dateEnvoiRG
                   set suiviValide to true
               when (statutSaisi = 'A' or statutSaisi = 'R')
               and reclamEnvoyee
                   set suiviValide to true
               when statutSaisi = 'P' and reclamAcceptee
                   move 0 to dateSaisie
                   display s-plg-saisieRemboursement
                   accept s-montant
                   accept s-date
                   if dateSaisie = 0 then
                       move dateJour to dateSaisie
                   end-if
                   if function integer-of-date(dateSaisie) = 0 then
                       display a-plg-dateInvalide
                   else
                       move montantSaisi to montantRembourseRG
                       move dateSaisie to dateRemboursementRG
                       set suiviValide to true
                   end-if
               when other
                   display a-plg-transitionInvalide
           end-evaluate

           if suiviValide then
               move statutSaisi to statutRG
               move operateurID-parm to operateurRG
               rewrite ReclamGarantie
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'MODIF' to actionAudit
                       move 'RECLAMGAR' to entiteAudit
                       move reclamSaisie to cleAudit
                       perform mod-ecrireAudit
               end-rewrite
           end-if
           close f-reclamG

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
           move entiteAudit to ligneAudit(25:11)
           move cleAudit to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestGaranties.
