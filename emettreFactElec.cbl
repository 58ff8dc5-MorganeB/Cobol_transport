       program-id. emettreFactElec.

       *> facture electronique structuree d'une facture ou d'un avoir
       *> (Facture.dat et son detail FactureLigne.dat) pour un client
       *> soumis a la facturation electronique (ClientEFacture.dat,
       *> fiche active). Le fichier efacture-NNNNNN.txt est depose sur
       *> la plateforme du client; le depot est enregistre dans
       *> EnvoiFactElec.dat (statut D) et l'accuse de la plateforme y
       *> est reporte par importAccusesEFact.
       *> Enregistrements du fichier, reperes par leur code (1:3) :
       *>   ENT  type de document (380 facture, 381 avoir, 386
       *>        acompte), numero, date, mois, devise
       *>   EMT  emetteur : SIRET, TVA intracommunautaire, raison
       *>        sociale, adresse, RCS, IBAN et BIC de la societe du
       *>        groupe qui a emis la piece (lireSociete)
       *>   ACH  client : numero, SIRET, TVA intracommunautaire, code
       *>        service, numero d'engagement, nom, adresse
       *>   LIG  une par ligne de detail : HT, taux, TVA, TTC signes
       *>        (acompte deduit et remise carburant en negatif)
       *>   TVA  une par taux : base HT et montant de TVA
       *>   TOT  totaux HT, TVA, TTC, deja regle, net a payer
       *> Les montants sont signes, signe en tete (+000000001234 pour
       *> 12,34). Appele par facturation, supprAffect et gestFactElec,
       *> fichiers des factures fermes par l'appelant.

       file-control.
           select f-facture assign 'Facture.dat' organization
           indexed
           access dynamic record key numFacture
           file status is statusFacture.

           select f-ligneFact assign 'FactureLigne.dat' organization
           indexed
           access dynamic record key cleLigneFact
           alternate record key numAffectL duplicates
           file status is statusLigneFact.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

           select f-clientEF assign 'ClientEFacture.dat'
           organization indexed access dynamic
           record key numClientE
           file status is statusClientEF.

           select f-envoi assign 'EnvoiFactElec.dat'
           organization indexed access dynamic
           record key numEnvoi
           alternate record key numFactureEv duplicates
           file status is statusEnvoi.

           select f-efacture assign nomEFacture organization line
           sequential.

       file section.
       fd f-facture.
       1 Facture.
           2 numFacture pic 9(6).
           2 numClientF pic 9(4).
           2 moisFacture pic 9(6).
           2 montantFacture pic 9(9)v99.
           2 dateFacture pic 9(8).
           2 statusF pic x(01).
               88 factureOuverte value 'O'.
               88 facturePartielle value 'P'.
               88 factureReglee value 'S'.
               88 facturePrelevee value 'E'.
           2 montantRegleF pic 9(9)v99.
           2 typeF pic x(01).
               88 estFacture value 'F'.
               88 estAvoir value 'A'.
               88 estAcompte value 'D'.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

       fd f-ligneFact.
       1 FactureLigne.
           2 cleLigneFact.
               3 numFactureL pic 9(6).
               3 seqLigneF pic 9(3).
           2 numAffectL pic 9(6).
           2 dateLigneF pic 9(8).
           2 numCircuitL pic 9(4).
           2 montantLigneF pic 9(7)v99.
           2 fraisLigneF pic 9(8)v99.
           2 tauxTvaLigneF pic 9(2)v99.
           2 typeLigneF pic x(01).
               88 ligneMADBase value 'B'.
               88 ligneMADAttente value 'A'.
               88 ligneMADKmSup value 'K'.
               88 ligneAcompte value 'C'.
               88 ligneAcompteDeduit value 'D'.
               88 ligneFraisAnnul value 'N'.
               88 ligneSurchargeCarb value 'S'.
               88 ligneRemiseCarb value 'R'.
               88 ligneRistourne value 'V'.
               88 ligneDegat value 'G'.
               88 ligneRefactPeage value 'P'.

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

       fd f-efacture.
       1 ligneEFacture pic x(160).

       working-storage section.
       1 statusFacture pic xx.
       1 statusLigneFact pic xx.
       1 statusClient pic xx.
       1 statusClientEF pic xx.
       1 statusEnvoi pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).

       *> societe emettrice de la piece (plage de numerotation)
       1 Emetteur.
           2 numEmetteur pic 9(2).
           2 raisonSocialeEm pic x(35).
           2 siretEm pic x(14).
           2 tvaIntraEm pic x(13).
           2 rcsEm pic x(30).
           2 adresseEm pic x(40).
           2 ibanEm pic x(34).
           2 bicEm pic x(11).
           2 debutNumEm pic 9(6).
           2 finNumEm pic 9(6).
       1 modeSociete pic x(01) value 'P'.
       1 numeroSociete pic 9(6).
       1 societeTrouvee pic x(01).
           88 societeConnue value 'O'.

       1 nomEFacture pic x(30).
       1 ligneVide pic x(160) value spaces.
       1 newEnvoi pic 9(6).

       *> montants signes et taux tels qu'ecrits dans le fichier
       1 montantSigne pic s9(9)v99 sign leading separate.
       1 tauxEdite pic 99.99.

       1 htLigne pic s9(9)v99.
       1 tvaLigne pic s9(9)v99.
       1 ttcLigne pic s9(9)v99.
       1 tauxLigne pic 9(2)v99.
       1 nbLignesEcrites pic 9(3).

       *> ventilation de la TVA par taux
       1 nbTauxTab pic 9(2) value 0.
       1 tabTaux.
           2 tabTauxLigne occurs 10 times.
               3 tabTauxValeur pic 9(2)v99.
               3 tabTauxHT pic s9(9)v99.
               3 tabTauxTva pic s9(9)v99.
       1 idxTaux pic 9(2).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientConnu value 'o' false 'n'.

       linkage section.
       1 numFacture-parm pic 9(6).
       1 operateurID-parm pic x(10).
       1 resultat-parm pic x(01).
           88 eFactureEmise value 'O'.
           88 eFactureNonConcernee value 'N'.
           88 eFactureImpossible value 'X'.

       procedure division using numFacture-parm operateurID-parm
           resultat-parm.

           set eFactureNonConcernee to true

           open input f-clientEF
           if statusClientEF not = '00' then
               goback
           end-if

           open input f-facture
           if statusFacture not = '00' then
               close f-clientEF
               goback
           end-if
           move numFacture-parm to numFacture
           read f-facture
               invalid key
                   close f-facture
                   close f-clientEF
                   set eFactureImpossible to true
                   goback
           end-read
           close f-facture

           move numClientF to numClientE
           read f-clientEF
               invalid key
                   move 'N' to actifE
           end-read
           close f-clientEF
           if not eFactureActive then
               goback
           end-if

           *> sans identifiants de la societe emettrice, la facture
           *> ne peut pas etre deposee
           move numFacture to numeroSociete
           call 'lireSociete' using modeSociete numeroSociete
               Emetteur societeTrouvee end-call
           if not societeConnue then
               set eFactureImpossible to true
               goback
           end-if

           set clientConnu to false
           open input f-client
           if statusClient = '00' then
               move numClientF to numClient
               read f-client
                   not invalid key
                       set clientConnu to true
               end-read
               close f-client
           end-if

           move spaces to nomEFacture
           string 'efacture-' numFacture '.txt'
               delimited size into nomEFacture
           open output f-efacture
           perform mod-ecrireEntete
           perform mod-ecrireEmetteur
           perform mod-ecrireAcheteur
           perform mod-ecrireLignes
           perform mod-ecrireVentilation
               varying idxTaux from 1 by 1
               until idxTaux > nbTauxTab
           perform mod-ecrireTotaux
           close f-efacture

           perform mod-enregistrerEnvoi
           set eFactureEmise to true
           goback.

       mod-ecrireEntete.
           move ligneVide to ligneEFacture
           move 'ENT' to ligneEFacture(1:3)
           evaluate true
               when estAvoir
                   move '381' to ligneEFacture(5:3)
               when estAcompte
                   move '386' to ligneEFacture(5:3)
               when other
                   move '380' to ligneEFacture(5:3)
           end-evaluate
           move numFacture to ligneEFacture(9:6)
           move dateFacture to ligneEFacture(16:8)
           move moisFacture to ligneEFacture(25:6)
           move 'EUR' to ligneEFacture(32:3)
           write ligneEFacture
       .

       mod-ecrireEmetteur.
           move ligneVide to ligneEFacture
           move 'EMT' to ligneEFacture(1:3)
           move siretEm to ligneEFacture(5:14)
           move tvaIntraEm to ligneEFacture(20:13)
           move raisonSocialeEm to ligneEFacture(34:35)
           move adresseEm to ligneEFacture(70:40)
           move rcsEm to ligneEFacture(111:30)
           write ligneEFacture
           move ligneVide to ligneEFacture
           move 'EMT' to ligneEFacture(1:3)
           move 'IBAN' to ligneEFacture(5:4)
           move ibanEm to ligneEFacture(10:34)
           move 'BIC' to ligneEFacture(45:3)
           move bicEm to ligneEFacture(49:11)
           write ligneEFacture
       .

       mod-ecrireAcheteur.
           move ligneVide to ligneEFacture
           move 'ACH' to ligneEFacture(1:3)
           move numClientF to ligneEFacture(5:4)
           move siretCliE to ligneEFacture(10:14)
           move tvaIntraCliE to ligneEFacture(25:13)
           move codeServiceE to ligneEFacture(39:20)
           move numEngagementE to ligneEFacture(60:20)
           if clientConnu then
               move nomClient to ligneEFacture(81:30)
               move adresseClient to ligneEFacture(112:40)
           end-if
           write ligneEFacture
       .

       *> detail de la facture; un avoir, emis sans detail, donne une
       *> ligne unique tiree de son en-tete
       mod-ecrireLignes.
           move 0 to nbLignesEcrites
           move 0 to nbTauxTab
           open input f-ligneFact
           if statusLigneFact = '00' then
               move numFacture to numFactureL
               move 0 to seqLigneF
               set fin-lire to false
               start f-ligneFact key is not less cleLigneFact
                   invalid key
                       set fin-lire to true
               end-start
               perform until fin-lire
                   read f-ligneFact next
                       at end
                           set fin-lire to true
                       not at end
                           if numFactureL not = numFacture then
                               set fin-lire to true
                           else
                               perform mod-ecrireLigne
                           end-if
                   end-read
               end-perform
               close f-ligneFact
           end-if

           if nbLignesEcrites = 0 then
               perform mod-ecrireLigneEntete
           end-if
       .

       mod-ecrireLigne.
           add 1 to nbLignesEcrites
           compute ttcLigne = montantLigneF + fraisLigneF
           compute htLigne rounded =
               ttcLigne / (1 + tauxTvaLigneF / 100)
           compute tvaLigne = ttcLigne - htLigne
           if ligneAcompteDeduit or ligneRemiseCarb then
               compute ttcLigne = 0 - ttcLigne
               compute htLigne = 0 - htLigne
               compute tvaLigne = 0 - tvaLigne
           end-if
           move tauxTvaLigneF to tauxLigne

           move ligneVide to ligneEFacture
           move 'LIG' to ligneEFacture(1:3)
           move seqLigneF to ligneEFacture(5:3)
           move dateLigneF to ligneEFacture(9:8)
           move typeLigneF to ligneEFacture(18:1)
           evaluate true
               when ligneMADBase
                   move 'Mise a disposition' to ligneEFacture(20:30)
               when ligneMADAttente
                   move 'Attente' to ligneEFacture(20:30)
               when ligneMADKmSup
                   move 'Km supplementaires' to ligneEFacture(20:30)
               when ligneAcompte
                   move 'Acompte a la commande'
                       to ligneEFacture(20:30)
               when ligneAcompteDeduit
                   move 'Acompte deduit' to ligneEFacture(20:30)
               when ligneFraisAnnul
                   move 'Frais d''annulation' to ligneEFacture(20:30)
               when ligneSurchargeCarb
                   move 'Surcharge carburant' to ligneEFacture(20:30)
               when ligneRemiseCarb
                   move 'Remise carburant' to ligneEFacture(20:30)
               when ligneRistourne
                   move 'Ristourne de fin d''annee'
                       to ligneEFacture(20:30)
               when ligneDegat
                   move 'Degats, incident' to ligneEFacture(20:30)
                   move numCircuitL to ligneEFacture(37:4)
               when ligneRefactPeage
                   move 'Peage refacture' to ligneEFacture(20:30)
               when other
                   move 'Transport' to ligneEFacture(20:30)
           end-evaluate
           perform mod-ecrireMontantsLigne
           move numAffectL to ligneEFacture(96:6)
           write ligneEFacture
           perform mod-ventilerTva
       .

       mod-ecrireLigneEntete.
           move montantHTF to htLigne
           move montantTvaF to tvaLigne
           compute ttcLigne = htLigne + tvaLigne
           move 0 to tauxLigne
           if montantHTF not = 0 then
               compute tauxLigne rounded =
                   montantTvaF * 100 / montantHTF
           end-if

           move ligneVide to ligneEFacture
           move 'LIG' to ligneEFacture(1:3)
           move 1 to seqLigneF
           move seqLigneF to ligneEFacture(5:3)
           move dateFacture to ligneEFacture(9:8)
           if estAvoir then
               move 'Avoir' to ligneEFacture(20:30)
           else
               move 'Prestations du mois' to ligneEFacture(20:30)
           end-if
           perform mod-ecrireMontantsLigne
           write ligneEFacture
           perform mod-ventilerTva
       .

       mod-ecrireMontantsLigne.
           move htLigne to montantSigne
           move montantSigne to ligneEFacture(51:12)
           move tauxLigne to tauxEdite
           move tauxEdite to ligneEFacture(64:5)
           move tvaLigne to montantSigne
           move montantSigne to ligneEFacture(70:12)
           move ttcLigne to montantSigne
           move montantSigne to ligneEFacture(83:12)
       .

       mod-ventilerTva.
           perform varying idxTaux from 1 by 1
               until idxTaux > nbTauxTab
               or tabTauxValeur(idxTaux) = tauxLigne
               continue
           end-perform
           if idxTaux > nbTauxTab and nbTauxTab < 10 then
               add 1 to nbTauxTab
               move tauxLigne to tabTauxValeur(nbTauxTab)
               move 0 to tabTauxHT(nbTauxTab)
               move 0 to tabTauxTva(nbTauxTab)
               move nbTauxTab to idxTaux
           end-if
           if idxTaux <= nbTauxTab then
               add htLigne to tabTauxHT(idxTaux)
               add tvaLigne to tabTauxTva(idxTaux)
           end-if
       .

       mod-ecrireVentilation.
           move ligneVide to ligneEFacture
           move 'TVA' to ligneEFacture(1:3)
           move tabTauxValeur(idxTaux) to tauxEdite
           move tauxEdite to ligneEFacture(5:5)
           move tabTauxHT(idxTaux) to montantSigne
           move montantSigne to ligneEFacture(11:12)
           move tabTauxTva(idxTaux) to montantSigne
           move montantSigne to ligneEFacture(24:12)
           write ligneEFacture
       .

       mod-ecrireTotaux.
           move ligneVide to ligneEFacture
           move 'TOT' to ligneEFacture(1:3)
           move montantHTF to montantSigne
           move montantSigne to ligneEFacture(5:12)
           move montantTvaF to montantSigne
           move montantSigne to ligneEFacture(18:12)
           move montantFacture to montantSigne
           move montantSigne to ligneEFacture(31:12)
           move montantRegleF to montantSigne
           move montantSigne to ligneEFacture(44:12)
           compute montantSigne = montantFacture - montantRegleF
           move montantSigne to ligneEFacture(57:12)
           if clientConnu then
               move conditionsPaiement to ligneEFacture(70:20)
           end-if
           write ligneEFacture
       .

       *> depot enregistre contre la facture (numero d'envoi =
       *> maximum + 1), statut D en attente de l'accuse
       mod-enregistrerEnvoi.
           open i-o f-envoi
           if statusEnvoi = '35' then
               open output f-envoi
               close f-envoi
               open i-o f-envoi
           end-if
           move 0 to newEnvoi
           set fin-lire to false
           read f-envoi next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if numEnvoi > newEnvoi then
                   move numEnvoi to newEnvoi
               end-if
               read f-envoi next
               end set fin-lire to true end-read
           end-perform

           compute newEnvoi = newEnvoi + 1
           move newEnvoi to numEnvoi
           move numFacture to numFactureEv
           move numClientF to numClientEv
           accept dateEnvoiEv from date yyyymmdd
           accept heureEnvoiEv from time
           move nomEFacture to nomFichierEv
           move plateformeE to plateformeEv
           set envoiDepose to true
           move 0 to dateStatutEv
           move spaces to motifEv
           move operateurID-parm to operateurEv
           write EnvoiFactElec
               invalid key
                   continue
               not invalid key
                   perform mod-ecrireAudit
           end-write
           close f-envoi
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'EFACTURE' to ligneAudit(25:11)
           move numEnvoi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'facture' to ligneAudit(54:7)
           move numFacture to ligneAudit(62:6)
           move plateformeEv to ligneAudit(69:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program emettreFactElec.
