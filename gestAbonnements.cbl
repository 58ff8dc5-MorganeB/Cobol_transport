       program-id. gestAbonnements.

       *> abonnements mensuels ou annuels sur les circuits reguliers
       *> (Abonnement.dat) : titulaire, circuit ou groupe de circuits
       *> (jusqu'a 5), validite, prix et reglement. Le reglement
       *> encaisse entre dans la caisse du jour (rapportCaisse) a sa
       *> date; un abonnement regle et en cours de validite vaut
       *> titre de transport au pointage d'embarquement.

       file-control.
           select f-abonnement assign 'Abonnement.dat'
           organization indexed access dynamic
           record key numAbonnement
           file status is statusAbo.

           select f-circuit assign 'Circuit.dat' organization
           indexed
           access dynamic record key numCircuit
           file status is statusCircuit.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

       file section.
       fd f-abonnement.
       1 Abonnement.
           2 numAbonnement pic 9(6).
           2 nomTitulaire pic x(30).
           2 telTitulaire pic x(15).
           2 numClientAbo pic 9(4).
           2 circuitsAbo.
               3 circuitAbo pic 9(4) occurs 5 times.
           2 typeAbo pic x(01).
               88 aboMensuel value 'M'.
               88 aboAnnuel value 'A'.
           2 dateDebAbo pic 9(8).
           2 dateFinAbo pic 9(8).
           2 prixAbo pic 9(5)v99.
           2 statutPaiementAbo pic x(01).
               88 aboARegler value 'N'.
               88 aboRegle value 'P'.
               88 aboResilie value 'R'.
           2 modePaiementAbo pic x(01).
               88 paiementEspecesAbo value 'E'.
               88 paiementCarteAbo value 'C'.
           2 dateVenteAbo pic 9(8).
           2 datePaiementAbo pic 9(8).

       fd f-circuit.
       1 Circuit.
           2 numCircuit pic 9(4).
           2 nomCircuit pic x(30).
           2 villeDepart pic x(20).
           2 villeArrivee pic x(20).
           2 distanceCircuit pic 9(5).
           2 minPlacesCircuit pic 9(3).
           2 modeleRequisCircuit pic x(20).
           2 dateDebValidite pic 9(8).
           2 dateFinValidite pic 9(8).

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
       1 statusAbo pic xx.
       1 statusCircuit pic xx.
       1 statusClient pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 texteAudit pic x(27).

       1 newAbonnement pic 9(6) value 0.
       1 aboSaisi pic 9(6).
       1 titulaireSaisi pic x(30).
       1 telSaisi pic x(15).
       1 clientSaisi pic 9(4).
       1 circuitsSaisis.
           2 circuitSaisi pic 9(4) occurs 5 times.
       1 typeSaisi pic x.
       1 dateDebSaisie pic 9(8).
       1 dateFinSaisie pic 9(8).
       1 prixSaisi pic 9(5)v99.
       1 modeSaisi pic x.
       1 confirmSaisi pic x.
       1 idxCircuit pic 9(1).
       1 nbCircuitsSaisis pic 9(1).
       1 anneeFin pic 9(4).
       1 moisFin pic 9(2).
       1 dateAValider pic 9(8).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 aboTrouve value 'o' false 'n'.

       1 pic x value 'o'.
       88 saisieValide value 'o' false 'n'.

       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.

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
           2 line 3 col 14 'Abonnements'.
           2 line 5 col 10 '1 Lister les abonnements'.
           2 line 6 col 10 '2 Vendre un abonnement'.
           2 line 7 col 10 '3 Enregistrer un r'&x'82'&'glement'.
           2 line 8 col 10 '4 R'&x'82'&'silier un abonnement'.
           2 line 9 col 10 '5 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 11 col 13 'Choix ? '.
           2 s-choix line 11 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Abonnements'.
           2 line 6 col 3 'Num'.
           2 line 6 col 11 'Titulaire'.
           2 line 6 col 34 'Circuit'.
           2 line 6 col 43 'Du'.
           2 line 6 col 53 'Au'.
           2 line 6 col 63 'Prix'.
           2 line 6 col 73 'Regl.'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(6) from numAbonnement.
           2 line i col 11 pic x(22) from nomTitulaire.
           2 line i col 34 pic 9(4) from circuitAbo(1).
           2 line i col 43 pic 9(8) from dateDebAbo.
           2 line i col 53 pic 9(8) from dateFinAbo.
           2 line i col 62 pic zzzz9.99 from prixAbo.
           2 line i col 74 pic x from statutPaiementAbo.

       1 s-plg-saisie.
           2 line 3 col 4 'Vendre un abonnement'.
           2 line 5 col 6 'Titulaire : '.
           2 s-titulaire pic x(30) to titulaireSaisi required.
           2 line 6 col 6 'T'&x'82'&'l'&x'82'&'phone : '.
           2 s-tel pic x(15) to telSaisi.
           2 line 7 col 6 'Client payeur (0000 = titulaire) : '.
           2 s-client pic 9(4) to clientSaisi.
           2 line 8 col 6 'Circuits (0000 = aucun) : '.
           2 s-circ1 pic 9(4) to circuitSaisi(1) required.
           2 ' '.
           2 s-circ2 pic 9(4) to circuitSaisi(2).
           2 ' '.
           2 s-circ3 pic 9(4) to circuitSaisi(3).
           2 ' '.
           2 s-circ4 pic 9(4) to circuitSaisi(4).
           2 ' '.
           2 s-circ5 pic 9(4) to circuitSaisi(5).
           2 line 9 col 6 'Type (M = mensuel, A = annuel) : '.
           2 s-type pic x to typeSaisi required.
           2 line 10 col 6 'D'&x'82'&'but de validit'&x'82'&
           ' (AAAAMMJJ) : '.
           2 s-dateDeb pic 9(8) to dateDebSaisie required.
           2 line 11 col 6 'Prix : '.
           2 s-prix pic 9(5)v99 to prixSaisi required.
           2 line 12 col 6 'R'&x'82'&'gl'&x'82'&' '&x'85'&
           ' la vente (E = esp'&x'88'&'ces, C = carte, blanc = '&
           'non) : '.
           2 s-mode pic x to modeSaisi.

       1 s-plg-saisieNum.
           2 line 5 col 10 'Num'&x'82'&'ro d''abonnement : '.
           2 s-num pic 9(6) to aboSaisi required.

       1 a-plg-fiche.
           2 line 7 col 6 'Titulaire : '.
           2 a-ficheNom pic x(30) from nomTitulaire.
           2 line 8 col 6 'Validit'&x'82'&' : '.
           2 a-ficheDeb pic 9(8) from dateDebAbo.
           2 ' - '.
           2 a-ficheFin pic 9(8) from dateFinAbo.
           2 line 9 col 6 'Prix : '.
           2 a-fichePrix pic zzzz9.99 from prixAbo.
           2 line 9 col 30 'R'&x'82'&'glement : '.
           2 a-ficheStatut pic x from statutPaiementAbo.

       1 s-plg-reglement.
           2 line 11 col 6 'Mode (E = esp'&x'88'&'ces, C = carte) : '.
           2 s-modeRegl pic x to modeSaisi required.

       1 s-plg-confirm.
           2 line 13 col 6 'Confirmer (O/N) : '.
           2 s-confirm pic x to confirmSaisi.

       1 a-plg-saisieInvalide.
           2 line 15 col 6 'Saisie refus'&x'82'&'e : circuit '&
           'inconnu, type ou date incorrects, client inconnu'.

       1 a-plg-res.
           2 line 16 col 6 'Abonnement enregistr'&x'82'&' : n'&x'f8'&
           ' '.
           2 a-newAbo pic 9(6) from newAbonnement.
           2 line 17 col 6 'Valable jusqu''au '.
           2 a-newFin pic 9(8) from dateFinSaisie.

       1 a-plg-resStatut.
           2 line 16 col 6 'Abonnement mis '&x'85'&' jour'.

       1 a-plg-nonRes.
           2 line 16 col 6 'Echec'.

       1 a-plg-inconnu.
           2 line 16 col 6 'Abonnement inconnu'.

       1 a-plg-statutInvalide.
           2 line 16 col 6 'Op'&x'82'&'ration impossible dans ce '&
           'statut'.

       1 a-plg-abandon.
           2 line 16 col 6 'Op'&x'82'&'ration abandonn'&x'82'&'e'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun abonnement enregistr'&x'82'.

       procedure division using operateurID-parm operateurRole-parm.
           accept dateJour from date yyyymmdd
           perform test after until choix = 5
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-vendre
                   when 3 perform mod-regler
                   when 4 perform mod-resilier
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set aboTrouve to false
           set fin-lire to false
           open input f-abonnement
           if statusAbo = '00' then
               read f-abonnement next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set aboTrouve to true
                       display a-plg-resListe
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreListe
                       end-if
                   end-if
                   read f-abonnement next
                   end set fin-lire to true end-read
               end-perform
               close f-abonnement
           end-if
           if not aboTrouve then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-vendre.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               display a-effacer
               move 0 to circuitSaisi(2) circuitSaisi(3)
                   circuitSaisi(4) circuitSaisi(5)
               display s-plg-saisie
               accept s-titulaire
               accept s-tel
               accept s-client
               accept s-circ1
               accept s-circ2
               accept s-circ3
               accept s-circ4
               accept s-circ5
               accept s-type
               accept s-dateDeb
               accept s-prix
               accept s-mode
               move function upper-case(typeSaisi) to typeSaisi
               move function upper-case(modeSaisi) to modeSaisi

               perform mod-verifSaisie
               if not saisieValide then
                   display a-plg-saisieInvalide
               else
                   perform mod-calculerFin
                   perform mod-enregistrer
               end-if

               display a-plg-next
               accept s-next
           end-if
       .

       mod-verifSaisie.
           set saisieValide to true
           if typeSaisi not = 'M' and typeSaisi not = 'A' then
               set saisieValide to false
           end-if
           move dateDebSaisie to dateAValider
           perform mod-validerDate
           if not dateValide then
               set saisieValide to false
           end-if

           move 0 to nbCircuitsSaisis
           open input f-circuit
           if statusCircuit not = '00' then
               set saisieValide to false
           else
               perform varying idxCircuit from 1 by 1
                   until idxCircuit > 5
                   if circuitSaisi(idxCircuit) not = 0 then
                       add 1 to nbCircuitsSaisis
                       move circuitSaisi(idxCircuit) to numCircuit
                       read f-circuit
                           invalid key
                               set saisieValide to false
                       end-read
                   end-if
               end-perform
               close f-circuit
           end-if
           if nbCircuitsSaisis = 0 then
               set saisieValide to false
           end-if

           if clientSaisi not = 0 then
               open input f-client
               if statusClient not = '00' then
                   set saisieValide to false
               else
                   move clientSaisi to numClient
                   read f-client
                       invalid key
                           set saisieValide to false
                   end-read
                   close f-client
               end-if
           end-if
       .

       *> fin de validite : veille du meme jour le mois (ou l'annee)
       *> suivant
       mod-calculerFin.
           move dateDebSaisie(1:4) to anneeFin
           move dateDebSaisie(5:2) to moisFin
           if typeSaisi = 'A' then
               add 1 to anneeFin
           else
               add 1 to moisFin
               if moisFin > 12 then
                   move 1 to moisFin
                   add 1 to anneeFin
               end-if
           end-if
           move anneeFin to dateAValider(1:4)
           move moisFin to dateAValider(5:2)
           move dateDebSaisie(7:2) to dateAValider(7:2)
           *> un 29, 30 ou 31 absent du mois d'arrivee recule au
           *> dernier jour de ce mois
           perform mod-validerDate
           perform until dateValide
               subtract 1 from dateAValider
               perform mod-validerDate
           end-perform
           compute dateFinSaisie = function date-of-integer(
               function integer-of-date(dateAValider) - 1)
       .

       mod-enregistrer.
           open i-o f-abonnement
           if statusAbo = '35' then
               open output f-abonnement
               close f-abonnement
               open i-o f-abonnement
           end-if

           move 0 to newAbonnement
           set fin-lire to false
           read f-abonnement next
           end set fin-lire to true end-read
           perform until fin-lire
               if numAbonnement > newAbonnement then
                   move numAbonnement to newAbonnement
               end-if
               read f-abonnement next
               end set fin-lire to true end-read
           end-perform

           compute newAbonnement = newAbonnement + 1
           move newAbonnement to numAbonnement
           move titulaireSaisi to nomTitulaire
           move telSaisi to telTitulaire
           move clientSaisi to numClientAbo
           move circuitsSaisis to circuitsAbo
           move typeSaisi to typeAbo
           move dateDebSaisie to dateDebAbo
           move dateFinSaisie to dateFinAbo
           move prixSaisi to prixAbo
           move dateJour to dateVenteAbo
           if modeSaisi = 'E' or modeSaisi = 'C' then
               set aboRegle to true
               move modeSaisi to modePaiementAbo
               move dateJour to datePaiementAbo
           else
               set aboARegler to true
               move space to modePaiementAbo
               move 0 to datePaiementAbo
           end-if

           write Abonnement
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-res
                   move newAbonnement to aboSaisi
                   move 'AJOUT' to actionAudit
                   move nomTitulaire to texteAudit
                   perform mod-ecrireAudit
           end-write
           close f-abonnement
       .

       mod-regler.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lireAbonnement
               if aboTrouve then
                   if not aboARegler then
                       display a-plg-statutInvalide
                   else
                       display s-plg-reglement
                       accept s-modeRegl
                       move function upper-case(modeSaisi)
                           to modeSaisi
                       if modeSaisi = 'E' or modeSaisi = 'C' then
                           set aboRegle to true
                           move modeSaisi to modePaiementAbo
                           move dateJour to datePaiementAbo
                           move 'reglement' to texteAudit
                           perform mod-majAbonnement
                       else
                           display a-plg-abandon
                       end-if
                   end-if
                   close f-abonnement
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       mod-resilier.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lireAbonnement
               if aboTrouve then
                   if aboResilie then
                       display a-plg-statutInvalide
                   else
                       display s-plg-confirm
                       accept s-confirm
                       if confirmSaisi = 'O' or confirmSaisi = 'o'
                       then
                           set aboResilie to true
                           move 'resiliation' to texteAudit
                           perform mod-majAbonnement
                       else
                           display a-plg-abandon
                       end-if
                   end-if
                   close f-abonnement
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       *> saisie du numero et affichage de la fiche; le fichier reste
       *> ouvert en mise a jour si l'abonnement est trouve
       mod-lireAbonnement.
           display a-effacer
           display s-plg-saisieNum
           accept s-num
           set aboTrouve to false
           open i-o f-abonnement
           if statusAbo = '00' then
               move aboSaisi to numAbonnement
               read f-abonnement
                   not invalid key
                       set aboTrouve to true
               end-read
               if not aboTrouve then
                   close f-abonnement
               end-if
           end-if
           if aboTrouve then
               display a-plg-fiche
           else
               display a-plg-inconnu
           end-if
       .

       mod-majAbonnement.
           rewrite Abonnement
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-resStatut
                   move 'MODIF' to actionAudit
                   perform mod-ecrireAudit
           end-rewrite
       .

       *> valide une date reelle (mois/jour selon le calendrier,
       *> annees bissextiles comprises) via function integer-of-date
       mod-validerDate.
           if function integer-of-date(dateAValider) = 0 then
               set dateValide to false
           else
               set dateValide to true
           end-if
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'ABONNEMENT' to ligneAudit(25:11)
           move aboSaisi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move texteAudit to ligneAudit(54:27)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestAbonnements.
