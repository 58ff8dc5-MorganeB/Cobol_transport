       program-id. prelevements.

       *> remise des prelevements SEPA, a lancer apres la facturation :
       *> les factures ouvertes ou partiellement reglees des clients
       *> ayant un mandat actif (MandatClient.dat) et arrivees a
       *> echeance a la date de prelevement sont remises a la banque
       *> (prelevements.dat) pour leur solde, puis passees au statut
       *> E (prelevement en cours). Le credit bancaire les solde a
       *> l'import du releve (importReleveBancaire, reference FAC +
       *> numero de facture); un rejet les rouvre (importRejetsPrelev).
       *> Echeance = date de facture + delai des conditions de paiement
       *> du client (30 jours a defaut), comme pour la balance agee.

       file-control.
           select f-facture assign 'Facture.dat' organization
           indexed
           access dynamic record key numFacture
           file status is statusFacture.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

           select f-mandat assign 'MandatClient.dat'
           organization indexed access dynamic
           record key numClientM
           file status is statusMandat.

           *> fichier remis a la banque : une ligne par facture
           select f-remise assign 'prelevements.dat' organization
           line sequential.

           select f-recap assign 'prelevements.txt' organization
           line sequential.

           select f-editions assign 'editions.log' organization line
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

       fd f-remise.
       1 lignePrelevement.
           2 datePrelevP pic 9(8).
           2 refMandatP pic x(35).
           2 dateSignatureP pic 9(8).
           2 ibanP pic x(34).
           2 bicP pic x(11).
           2 montantP pic 9(9)v99.
           2 referenceP pic x(20).

       fd f-recap.
       1 ligneRecap pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusFacture pic xx.
       1 statusClient pic xx.
       1 statusMandat pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.

       1 dateJour pic 9(8).
       1 heureGeneration pic 9(6).
       1 datePrelev pic 9(8).
       1 ligneVide pic x(80) value spaces.
       1 montantEdite pic z(8)9.99.

       1 nbLignesRecap pic 9(6) value 0.
       1 nbPreleves pic 9(5) value 0.
       1 nbNonEchues pic 9(5) value 0.
       1 totalPreleve pic 9(11)v99 value 0.
       1 totalEdite pic z(10)9.99.

       *> delai de paiement extrait des conditions du client (les
       *> premiers chiffres rencontres); a defaut, 30 jours
       1 delaiPaiement pic 9(3).
       1 delaiDefaut pic 9(3) value 30.
       1 idxCond pic 9(2).
       1 pic x value 'n'.
       88 chiffreVu value 'o' false 'n'.

       1 dateEcheance pic 9(8).
       1 soldeDu pic 9(9)v99.
       1 referenceFact pic x(20).

       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientMandate value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientOuvert value 'o' false 'n'.

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
           2 line 4 col 10 'Remise des pr'&x'82'&'l'&x'8a'&'vements '&
           '(prelevements.dat)'.

       1 s-plg-datePrelev.
           2 line 6 col 10 'Date de pr'&x'82'&'l'&x'8a'&'vement '&
           '(AAAAMMJJ) : '.
           2 s-datePrelev pic 9(8) using datePrelev required.

       1 a-plg-dateInvalide.
           2 line 8 col 10 'Date de pr'&x'82'&'l'&x'8a'&'vement '&
           'incorrecte'.

       1 a-plg-sansMandats.
           2 line 8 col 10 'Aucun mandat de pr'&x'82'&'l'&x'8a'&
           'vement enregistr'&x'82'.

       1 a-plg-sansFactures.
           2 line 8 col 10 'Aucune facture au fichier'.

       1 a-plg-res.
           2 line 8 col 10 'Factures pr'&x'82'&'lev'&x'82'&'es : '.
           2 a-nbPreleves pic z(5) from nbPreleves.
           2 line 9 col 10 'Montant remis : '.
           2 a-total pic z(10)9.99 from totalPreleve.
           2 line 10 col 10 'Factures non '&x'82'&'chues : '.
           2 a-nbNonEchues pic z(5) from nbNonEchues.
           2 line 12 col 10 'R'&x'82'&'capitulatif : '&
           'prelevements.txt'.

       procedure division using operateurID-parm.
           move 0 to nbLignesRecap
           move 0 to nbPreleves
           move 0 to nbNonEchues
           move 0 to totalPreleve
           set clientOuvert to false

           display a-plg-titre
           accept dateJour from date yyyymmdd
           accept heureGeneration from time

           move dateJour to datePrelev
           display s-plg-datePrelev
           accept s-datePrelev
           if function integer-of-date(datePrelev) = 0 then
               display a-plg-dateInvalide
               display a-plg-next
               accept s-next
               goback
           end-if

           open input f-mandat
           if statusMandat not = '00' then
               display a-plg-sansMandats
               display a-plg-next
               accept s-next
               goback
           end-if

           open i-o f-facture
           if statusFacture not = '00' then
               close f-mandat
               display a-plg-sansFactures
               display a-plg-next
               accept s-next
               goback
           end-if

           open input f-client
           if statusClient = '00' then
               set clientOuvert to true
           end-if
           open output f-remise
           open output f-recap
           perform mod-enteteRecap

           set fin-lire to false
           read f-facture next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   if estFacture
                   and (factureOuverte or facturePartielle) then
                       perform mod-traiterFacture
                   end-if
               end-if
               read f-facture next
               end set fin-lire to true end-read
           end-perform

           perform mod-piedRecap

           close f-recap
           close f-remise
           if clientOuvert then
               close f-client
               set clientOuvert to false
           end-if
           close f-facture
           close f-mandat

           perform mod-cataloguer

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-enteteRecap.
           move ligneVide to ligneRecap
           move 'REMISE DES PRELEVEMENTS DU' to ligneRecap(1:26)
           move datePrelev to ligneRecap(28:8)
           write ligneRecap
           add 1 to nbLignesRecap
           move ligneVide to ligneRecap
           write ligneRecap
           add 1 to nbLignesRecap
           move ligneVide to ligneRecap
           move 'Client' to ligneRecap(1:6)
           move 'Facture' to ligneRecap(8:7)
           move 'Echeance' to ligneRecap(16:8)
           move 'Montant' to ligneRecap(31:7)
           move 'Mandat' to ligneRecap(40:6)
           write ligneRecap
           add 1 to nbLignesRecap
       .

       *> remet la facture courante si son client a un mandat actif et
       *> qu'elle est echue a la date de prelevement
       mod-traiterFacture.
           compute soldeDu = montantFacture - montantRegleF
           if soldeDu = 0 then
               exit paragraph
           end-if

           set clientMandate to false
           move numClientF to numClientM
           read f-mandat
               not invalid key
                   if mandatActif then
                       set clientMandate to true
                   end-if
           end-read
           if not clientMandate then
               exit paragraph
           end-if

           move spaces to conditionsPaiement
           if clientOuvert then
               move numClientF to numClient
               read f-client
                   invalid key
                       move spaces to conditionsPaiement
               end-read
           end-if
           perform mod-extraireDelai
           if delaiPaiement = 0 then
               move delaiDefaut to delaiPaiement
           end-if
           compute dateEcheance = function date-of-integer(
               function integer-of-date(dateFacture) + delaiPaiement)

           if dateEcheance > datePrelev then
               add 1 to nbNonEchues
               exit paragraph
           end-if

           perform mod-ecrireRemise
           perform mod-marquerFacture
       .

       mod-extraireDelai.
           move 0 to delaiPaiement
           set chiffreVu to false
           perform varying idxCond from 1 by 1 until idxCond > 20
               if conditionsPaiement(idxCond:1) >= '0'
               and conditionsPaiement(idxCond:1) <= '9'
               and delaiPaiement < 100 then
                   compute delaiPaiement = delaiPaiement * 10
                       + function numval(
                       conditionsPaiement(idxCond:1))
                   set chiffreVu to true
               else
                   if chiffreVu then
                       move 21 to idxCond
                   end-if
               end-if
           end-perform
       .

       *> ligne du fichier bancaire et du recapitulatif; la reference
       *> FAC + numero permet le rapprochement du credit au releve
       mod-ecrireRemise.
           move spaces to referenceFact
           move 'FAC' to referenceFact(1:3)
           move numFacture to referenceFact(4:6)

           move datePrelev to datePrelevP
           move refMandatM to refMandatP
           move dateSignatureM to dateSignatureP
           move ibanM to ibanP
           move bicM to bicP
           move soldeDu to montantP
           move referenceFact to referenceP
           write lignePrelevement

           add 1 to nbPreleves
           add soldeDu to totalPreleve

           move ligneVide to ligneRecap
           move numClientF to ligneRecap(1:4)
           move numFacture to ligneRecap(8:6)
           move dateEcheance to ligneRecap(16:8)
           move soldeDu to montantEdite
           move montantEdite to ligneRecap(26:12)
           move refMandatM to ligneRecap(40:35)
           write ligneRecap
           add 1 to nbLignesRecap
       .

       *> facture passee en prelevement en cours (statut E) : elle
       *> n'est plus remise tant que la banque n'a pas credite ou
       *> rejete le prelevement
       mod-marquerFacture.
           move spaces to jrnAvant
           move Facture to jrnAvant(1:70)
           set facturePrelevee to true
           rewrite Facture
               invalid key
                   continue
               not invalid key
                   move 'FACTURE' to jrnFichier
                   move 'R' to jrnOperation
                   move spaces to jrnApres
                   move Facture to jrnApres(1:70)
                   call 'journalMaj' using jrnFichier jrnOperation
                       jrnAvant jrnApres end-call
                   perform mod-ecrireAudit
           end-rewrite
       .

       mod-piedRecap.
           move ligneVide to ligneRecap
           write ligneRecap
           add 1 to nbLignesRecap
           move ligneVide to ligneRecap
           move 'Factures prelevees :' to ligneRecap(1:20)
           move nbPreleves to ligneRecap(22:5)
           write ligneRecap
           add 1 to nbLignesRecap
           move ligneVide to ligneRecap
           move 'Montant remis :' to ligneRecap(1:15)
           move totalPreleve to totalEdite
           move totalEdite to ligneRecap(22:14)
           write ligneRecap
           add 1 to nbLignesRecap
           move ligneVide to ligneRecap
           move 'Factures non echues :' to ligneRecap(1:21)
           move nbNonEchues to ligneRecap(23:5)
           write ligneRecap
           add 1 to nbLignesRecap
       .

       mod-cataloguer.
           open extend f-editions
           move 'prelevements.txt' to nomEdition
           move dateJour to dateEdition
           move heureGeneration to heureEdition
           move nbLignesRecap to nbLignesEdition
           write ligneEdition
           close f-editions
       .

       *> facture remise au prelevement, dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'MODIF' to ligneAudit(18:5)
           move 'FACTURE' to ligneAudit(25:11)
           move numFacture to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'remise prelevement' to ligneAudit(54:18)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program prelevements.
