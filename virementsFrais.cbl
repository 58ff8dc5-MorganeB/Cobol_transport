       program-id. virementsFrais.

       *> remboursement hebdomadaire des frais de mission : les frais
       *> approuves (approbFrais) pas encore payes sont totalises par
       *> chauffeur (chauffeur de l'affectation) et vires sur son
       *> compte (BanqueChauffeur.dat). Le lot de virement recoit un
       *> numero (LotVirement.dat, reference VF + numero, repris par
       *> exportComptable en ecriture de reglement); chaque ligne payee
       *> est marquee dans PaiementFrais.dat avec le numero du lot.
       *> Sorties : virements-NNNNNN.dat (fichier remis a la banque, une
       *> ligne par chauffeur), avis-virement-NNNNNN.txt (avis de
       *> paiement detaille par chauffeur) et frais-non-payes.txt
       *> (frais laisses en attente : affectation inconnue ou
       *> coordonnees bancaires absentes).

       file-control.
           select f-frais assign 'Frais.dat' organization
           indexed access dynamic
           record key numFrais
           alternate record key numAffectF duplicates
           file status is statusFrais.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusAffect.

           select f-banqueChauf assign 'BanqueChauffeur.dat'
           organization indexed access dynamic
           record key numChaufB
           file status is statusBanqueChauf.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed
           access dynamic record key numchaufN
           file status is statusChauf.

           select f-paiement assign 'PaiementFrais.dat'
           organization indexed access dynamic
           record key numFraisP
           alternate record key numLotP duplicates
           file status is statusPaiement.

           select f-lot assign 'LotVirement.dat'
           organization indexed access dynamic
           record key numLot
           file status is statusLot.

           select f-virement assign nomVirement organization line
           sequential.

           select f-avis assign nomAvis organization line
           sequential.

           select f-attente assign 'frais-non-payes.txt' organization
           line sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
       fd f-frais.
       1 Frais.
           2 numFrais pic 9(6).
           2 numAffectF pic 9(6).
           2 typeFrais pic x(10).
           2 dateFrais pic 9(8).
           2 montantFrais pic 9(6)v99.
           2 noteFrais pic x(30).
           2 statutFrais pic x(01).
               88 fraisSoumis value 'S'.
               88 fraisApprouve value 'V'.
               88 fraisRejete value 'R'.
           2 motifRejetFrais pic x(30).

       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numchaufA pic 9(4).
           2 numbusA pic 9(4).
           2 dateDebAffectA pic 9(8).
           2 dateFinAffectA pic 9(8).
           2 motifA pic x(30).
           2 numCircuitA pic 9(4).
           2 statusA pic x(01) value 'N'.
               88 annulee value 'A'.
           2 motifAnnulA pic x(30).
           2 placesReservees pic 9(3).
           2 passagersReels pic 9(3).
           2 numClientA pic 9(4).
           2 numTarifA pic 9(4).
           2 montantTarifA pic 9(7)v99.
           2 heureDebA pic 9(4).
           2 heureFinA pic 9(4).
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

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

       fd f-paiement.
       1 PaiementFrais.
           2 numFraisP pic 9(6).
           2 numLotP pic 9(6).
           2 numChaufP pic 9(4).
           2 montantPayeP pic 9(6)v99.
           2 datePaiementP pic 9(8).

       fd f-lot.
       1 LotVirement.
           2 numLot pic 9(6).
           2 dateLot pic 9(8).
           2 nbChaufLot pic 9(4).
           2 nbFraisLot pic 9(5).
           2 montantLot pic 9(9)v99.
           2 operateurLot pic x(10).

       *> ordre de virement : reference du lot, date d'execution,
       *> beneficiaire, compte, montant, libelle
       fd f-virement.
       1 ligneVirement.
           2 refLotV pic x(8).
           2 dateExecV pic 9(8).
           2 numChaufV pic 9(4).
           2 titulaireV pic x(30).
           2 ibanV pic x(34).
           2 bicV pic x(11).
           2 montantV pic 9(9)v99.
           2 libelleV pic x(35).

       fd f-avis.
       1 ligneAvis pic x(80).

       fd f-attente.
       1 ligneAttente pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusFrais pic xx.
       1 statusAffect pic xx.
       1 statusBanqueChauf pic xx.
       1 statusChauf pic xx.
       1 statusPaiement pic xx.
       1 statusLot pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.

       1 dateJour pic 9(8).
       1 heureGeneration pic 9(6).
       1 dateExec pic 9(8).
       1 nomVirement pic x(30).
       1 nomAvis pic x(30).
       1 refLot pic x(8).
       1 newLot pic 9(6).
       1 ligneVide pic x(80) value spaces.
       1 montantEdite pic z(8)9.99.
       1 motifAttente pic x(30).

       1 nbLignesAvis pic 9(6) value 0.
       1 nbAttente pic 9(5) value 0.
       1 nbFraisPayes pic 9(5) value 0.
       1 totalLot pic 9(9)v99 value 0.
       1 chaufCourant pic 9(4).

       *> cumul par chauffeur du lot en cours
       1 nbChaufTab pic 9(3) value 0.
       1 tabChauffeurs.
           2 tabChaufLigne occurs 300 times.
               3 tabChaufNum pic 9(4).
               3 tabChaufMontant pic 9(9)v99.
               3 tabChaufNbFrais pic 9(4).
       1 idxTab pic 9(3).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 fin-lirePaiement value 'o' false 'n'.

       1 pic x value 'n'.
       88 fraisPayable value 'o' false 'n'.

       1 pic x value 'n'.
       88 dejaPaye value 'o' false 'n'.

       1 pic x value 'n'.
       88 tableSaturee value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 chaufOuvert value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Virement des frais de mission approuv'&
           x'82'&'s'.

       1 s-plg-dateExec.
           2 line 6 col 10 'Date d'''&x'82'&'x'&x'82'&'cution '&
           '(AAAAMMJJ) : '.
           2 s-dateExec pic 9(8) using dateExec required.

       1 a-plg-dateInvalide.
           2 line 8 col 10 'Date d'''&x'82'&'x'&x'82'&'cution '&
           'incorrecte'.

       1 a-plg-sansFrais.
           2 line 8 col 10 'Aucun frais au fichier'.

       1 a-plg-sansRib.
           2 line 8 col 10 'Aucune coordonn'&x'82'&'e bancaire de '&
           'chauffeur enregistr'&x'82'&'e'.

       1 a-plg-rien.
           2 line 8 col 10 'Aucun frais approuv'&x'82'&' '&x'85'&
           ' rembourser'.

       1 a-plg-res.
           2 line 8 col 10 'Lot de virement : '.
           2 a-refLot pic x(8) from refLot.
           2 line 9 col 10 'Chauffeurs rembours'&x'82'&'s : '.
           2 a-nbChauf pic z(4) from nbChaufTab.
           2 line 10 col 10 'Frais pay'&x'82'&'s : '.
           2 a-nbFrais pic z(5) from nbFraisPayes.
           2 line 11 col 10 'Montant vir'&x'82'&' : '.
           2 a-total pic z(8)9.99 from totalLot.

       1 a-plg-resAttente.
           2 line 13 col 10 'Frais en attente (frais-non-payes.txt) '&
           ': '.
           2 a-nbAttente pic z(5) from nbAttente.

       1 a-plg-saturee.
           2 line 15 col 10 'Trop de chauffeurs pour un lot : relancer'&
           ' pour le reliquat'.

       procedure division using operateurID-parm.
           move 0 to nbLignesAvis
           move 0 to nbAttente
           move 0 to nbFraisPayes
           move 0 to totalLot
           move 0 to nbChaufTab
           set fin-lire to false
           set tableSaturee to false
           set affectOuverte to false
           set chaufOuvert to false

           display a-plg-titre
           accept dateJour from date yyyymmdd
           accept heureGeneration from time

           move dateJour to dateExec
           display s-plg-dateExec
           accept s-dateExec
           if function integer-of-date(dateExec) = 0 then
               display a-plg-dateInvalide
               display a-plg-next
               accept s-next
               goback
           end-if

           open input f-banqueChauf
           if statusBanqueChauf not = '00' then
               display a-plg-sansRib
               display a-plg-next
               accept s-next
               goback
           end-if

           open input f-frais
           if statusFrais not = '00' then
               close f-banqueChauf
               display a-plg-sansFrais
               display a-plg-next
               accept s-next
               goback
           end-if

           open input f-affectation
           if statusAffect = '00' then
               set affectOuverte to true
           end-if
           open i-o f-paiement
           if statusPaiement = '35' then
               open output f-paiement
               close f-paiement
               open i-o f-paiement
           end-if
           open i-o f-lot
           if statusLot = '35' then
               open output f-lot
               close f-lot
               open i-o f-lot
           end-if
           perform mod-amorcerLot
           open output f-attente

           set fin-lire to false
           read f-frais next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and fraisApprouve then
                   perform mod-traiterFrais
               end-if
               read f-frais next
               end set fin-lire to true end-read
           end-perform
           close f-attente

           if nbFraisPayes = 0 then
               display a-plg-rien
           else
               perform mod-ecrireLot
               perform mod-ecrireVirements
               perform mod-ecrireAvis
               perform mod-cataloguer
               perform mod-ecrireAudit
               display a-plg-res
               if tableSaturee then
                   display a-plg-saturee
               end-if
           end-if
           if nbAttente > 0 then
               display a-plg-resAttente
           end-if

           close f-lot
           close f-paiement
           if affectOuverte then
               close f-affectation
               set affectOuverte to false
           end-if
           close f-frais
           close f-banqueChauf

           display a-plg-next
           accept s-next
           goback.

       *> numero du lot (maximum + 1), avant tout marquage
       mod-amorcerLot.
           move 0 to newLot
           set fin-lirePaiement to false
           read f-lot next
           end set fin-lirePaiement to true end-read
           perform test after until fin-lirePaiement
               if numLot > newLot then
                   move numLot to newLot
               end-if
               read f-lot next
               end set fin-lirePaiement to true end-read
           end-perform
           compute newLot = newLot + 1
           move spaces to refLot
           string 'VF' newLot delimited size into refLot
       .

       *> frais approuve : deja paye (PaiementFrais.dat) il est ignore;
       *> sinon il est paye s'il se rattache a un chauffeur dont les
       *> coordonnees bancaires sont connues, mis en attente sinon
       mod-traiterFrais.
           set dejaPaye to false
           move numFrais to numFraisP
           read f-paiement
               not invalid key
                   set dejaPaye to true
           end-read
           if dejaPaye then
               exit paragraph
           end-if

           set fraisPayable to true
           move spaces to motifAttente
           move 0 to chaufCourant
           if affectOuverte then
               move numAffectF to Numaffect
               read f-affectation
                   invalid key
                       set fraisPayable to false
                   not invalid key
                       move numchaufA to chaufCourant
               end-read
           else
               set fraisPayable to false
           end-if
           if not fraisPayable then
               move 'affectation inconnue' to motifAttente
           end-if

           if fraisPayable then
               move chaufCourant to numChaufB
               read f-banqueChauf
                   invalid key
                       set fraisPayable to false
                       move 'coordonnees bancaires absentes'
                           to motifAttente
               end-read
           end-if

           if fraisPayable then
               perform mod-chercherChauffeur
               if idxTab > nbChaufTab then
                   set fraisPayable to false
                   set tableSaturee to true
                   move 'lot complet' to motifAttente
               end-if
           end-if

           if fraisPayable then
               perform mod-marquerPaye
           else
               perform mod-mettreEnAttente
           end-if
       .

       mod-chercherChauffeur.
           perform varying idxTab from 1 by 1
               until idxTab > nbChaufTab
               or tabChaufNum(idxTab) = chaufCourant
               continue
           end-perform
           if idxTab > nbChaufTab and nbChaufTab < 300 then
               add 1 to nbChaufTab
               move chaufCourant to tabChaufNum(nbChaufTab)
               move 0 to tabChaufMontant(nbChaufTab)
               move 0 to tabChaufNbFrais(nbChaufTab)
               move nbChaufTab to idxTab
           end-if
       .

       mod-marquerPaye.
           move numFrais to numFraisP
           move newLot to numLotP
           move chaufCourant to numChaufP
           move montantFrais to montantPayeP
           move dateExec to datePaiementP
           write PaiementFrais
               invalid key
                   move 'echec marquage paiement' to motifAttente
                   perform mod-mettreEnAttente
               not invalid key
                   add montantFrais to tabChaufMontant(idxTab)
                   add 1 to tabChaufNbFrais(idxTab)
                   add montantFrais to totalLot
                   add 1 to nbFraisPayes
           end-write
       .

       mod-mettreEnAttente.
           add 1 to nbAttente
           move ligneVide to ligneAttente
           move numFrais to ligneAttente(1:6)
           move numAffectF to ligneAttente(8:6)
           move dateFrais to ligneAttente(15:8)
           move montantFrais to montantEdite
           move montantEdite to ligneAttente(24:12)
           move motifAttente to ligneAttente(38:30)
           write ligneAttente
       .

       mod-ecrireLot.
           move newLot to numLot
           move dateExec to dateLot
           move nbChaufTab to nbChaufLot
           move nbFraisPayes to nbFraisLot
           move totalLot to montantLot
           move operateurID-parm to operateurLot
           write LotVirement
               invalid key
                   continue
           end-write
       .

       *> une ligne de virement par chauffeur du lot
       mod-ecrireVirements.
           move spaces to nomVirement
           string 'virements-' newLot '.dat'
               delimited size into nomVirement
           open output f-virement
           perform mod-ecrireVirement
               varying idxTab from 1 by 1
               until idxTab > nbChaufTab
           close f-virement
       .

       mod-ecrireVirement.
           move tabChaufNum(idxTab) to numChaufB
           read f-banqueChauf
               invalid key
                   exit paragraph
           end-read
           move spaces to ligneVirement
           move refLot to refLotV
           move dateExec to dateExecV
           move numChaufB to numChaufV
           move titulaireB to titulaireV
           move ibanB to ibanV
           move bicB to bicV
           move tabChaufMontant(idxTab) to montantV
           string 'REMBOURSEMENT FRAIS ' refLot
               delimited size into libelleV
           write ligneVirement
       .

       *> avis de paiement : pour chaque chauffeur, le detail des
       *> frais du lot relus par le numero de lot
       mod-ecrireAvis.
           move spaces to nomAvis
           string 'avis-virement-' newLot '.txt'
               delimited size into nomAvis
           open output f-avis
           open input f-chaufNouv
           if statusChauf = '00' then
               set chaufOuvert to true
           end-if
           perform mod-ecrireAvisChauffeur
               varying idxTab from 1 by 1
               until idxTab > nbChaufTab
           if chaufOuvert then
               close f-chaufNouv
               set chaufOuvert to false
           end-if
           close f-avis
       .

       mod-ecrireAvisChauffeur.
           move ligneVide to ligneAvis
           move 'AVIS DE VIREMENT' to ligneAvis(1:16)
           move refLot to ligneAvis(20:8)
           move 'du' to ligneAvis(30:2)
           move dateExec(7:2) to ligneAvis(33:2)
           move '/' to ligneAvis(35:1)
           move dateExec(5:2) to ligneAvis(36:2)
           move '/' to ligneAvis(38:1)
           move dateExec(1:4) to ligneAvis(39:4)
           perform mod-ecrireLigneAvis

           move ligneVide to ligneAvis
           move 'Chauffeur' to ligneAvis(1:9)
           move tabChaufNum(idxTab) to ligneAvis(11:4)
           if chaufOuvert then
               move tabChaufNum(idxTab) to numchaufN
               read f-chaufNouv
                   not invalid key
                       move nomN to ligneAvis(17:30)
                       move prenomN(1:20) to ligneAvis(48:20)
               end-read
           end-if
           perform mod-ecrireLigneAvis

           move tabChaufNum(idxTab) to numChaufB
           read f-banqueChauf
               not invalid key
                   move ligneVide to ligneAvis
                   move 'Compte' to ligneAvis(1:6)
                   move ibanB to ligneAvis(11:34)
                   perform mod-ecrireLigneAvis
           end-read

           move ligneVide to ligneAvis
           perform mod-ecrireLigneAvis
           move ligneVide to ligneAvis
           move 'Frais   Date      Type       Note' to ligneAvis(1:34)
           move 'Montant' to ligneAvis(66:7)
           perform mod-ecrireLigneAvis

           move newLot to numLotP
           set fin-lirePaiement to false
           start f-paiement key is = numLotP
               invalid key
                   set fin-lirePaiement to true
           end-start
           perform until fin-lirePaiement
               read f-paiement next
                   at end
                       set fin-lirePaiement to true
                   not at end
                       if numLotP not = newLot then
                           set fin-lirePaiement to true
                       else
                           if numChaufP = tabChaufNum(idxTab) then
                               perform mod-ecrireDetailAvis
                           end-if
                       end-if
               end-read
           end-perform

           move ligneVide to ligneAvis
           move 'Total vire :' to ligneAvis(50:12)
           move tabChaufMontant(idxTab) to montantEdite
           move montantEdite to ligneAvis(63:12)
           perform mod-ecrireLigneAvis
           move ligneVide to ligneAvis
           perform mod-ecrireLigneAvis
       .

       mod-ecrireDetailAvis.
           move numFraisP to numFrais
           read f-frais
               invalid key
                   move spaces to typeFrais noteFrais
                   move 0 to dateFrais
           end-read
           move ligneVide to ligneAvis
           move numFraisP to ligneAvis(1:6)
           move dateFrais to ligneAvis(9:8)
           move typeFrais to ligneAvis(19:10)
           move noteFrais to ligneAvis(30:30)
           move montantPayeP to montantEdite
           move montantEdite to ligneAvis(63:12)
           perform mod-ecrireLigneAvis
       .

       mod-ecrireLigneAvis.
           write ligneAvis
           add 1 to nbLignesAvis
       .

       mod-cataloguer.
           open extend f-editions
           move 'avis-virement' to nomEdition
           move dateJour to dateEdition
           move heureGeneration to heureEdition
           move nbLignesAvis to nbLignesEdition
           write ligneEdition
           close f-editions
       .

       *> lot de virement dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'VIREMENTFR' to ligneAudit(25:11)
           move newLot to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move nbFraisPayes to ligneAudit(54:5)
           move totalLot to montantEdite
           move montantEdite to ligneAudit(60:12)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program virementsFrais.
