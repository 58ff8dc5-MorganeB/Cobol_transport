       program-id. ristournes.

       *> ristournes de fin d'annee : le chiffre d'affaires HT de
       *> l'annee de chaque client ayant des paliers de ristourne
       *> (ConditionClient.dat, saisis dans gestClients) est cumule
       *> depuis les lignes de factures, acomptes deduits et remises
       *> carburant en moins, avoirs de l'annee deduits; les degats
       *> refactures (lignes G) n'y entrent pas. Le palier le
       *> plus haut atteint donne le taux applique a tout le chiffre
       *> d'affaires; la ristourne est emise en avoir (Facture de type
       *> A) avec une ligne de type V par taux de TVA, reprise comme
       *> tout avoir par rapportTva, exportComptable et la facturation
       *> electronique. Une ristourne n'est emise qu'une fois par
       *> client et par annee (RistourneAnnuelle.dat), par la societe
       *> du groupe imposee sur le client (01 a defaut), dans la plage
       *> de numerotation de celle-ci.
       *> Lancee par clotureAnnuelle pour l'annee close, ou depuis le
       *> menu, qui propose aussi la projection en cours d'annee :
       *> chiffre d'affaires a date extrapole sur douze mois.

       file-control.
           select f-condClient assign 'ConditionClient.dat'
           organization indexed access dynamic
           record key numClientK
           file status is statusCondClient.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

           select f-facture assign 'Facture.dat' organization
           indexed
           access dynamic record key numFacture
           file status is statusFacture.

           select f-ligneFact assign 'FactureLigne.dat' organization
           indexed
           access dynamic record key cleLigneFact
           alternate record key numAffectL duplicates
           file status is statusLigneFact.

           *> ristournes deja emises : une par client et par annee
           select f-ristourne assign 'RistourneAnnuelle.dat'
           organization indexed access dynamic
           record key cleRistourne
           file status is statusRistourne.

           select f-imprime assign nomImprime organization line
           sequential.

           select f-recap assign nomRecap organization line
           sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
       fd f-condClient.
       1 ConditionClient.
           2 numClientK pic 9(4).
           2 tauxAcompteK pic 9(2)v99.
           2 baremeAnnulK occurs 4.
               3 joursAnnulK pic 9(3).
               3 tauxAnnulK pic 9(3)v99.
           2 baremeRistK occurs 4.
               3 seuilRistK pic 9(9).
               3 tauxRistK pic 9(2)v99.
           2 numSocieteK pic 9(2).

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
               88 ligneAcompteDeduit value 'D'.
               88 ligneRemiseCarb value 'R'.
               88 ligneRistourne value 'V'.
               88 ligneDegat value 'G'.
               88 ligneRefactPeage value 'P'.

       fd f-ristourne.
       1 RistourneAnnuelle.
           2 cleRistourne.
               3 numClientRA pic 9(4).
               3 anneeRA pic 9(4).
           2 caNetRA pic s9(11)v99.
           2 tauxRA pic 9(2)v99.
           2 montantHTRA pic 9(9)v99.
           2 numAvoirRA pic 9(6).
           2 dateEmissionRA pic 9(8).
           2 operateurRA pic x(10).

       fd f-imprime.
       1 ligneImprime pic x(80).

       fd f-recap.
       1 ligneRecap pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusCondClient pic xx.
       1 statusClient pic xx.
       1 statusFacture pic xx.
       1 statusLigneFact pic xx.
       1 statusRistourne pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.

       1 dateJour pic 9(8).
       1 heureGeneration pic 9(6).
       1 anneeJour pic 9(4).
       1 anneeTraitee pic 9(4) value 0.
       1 modeSaisi pic 9 value 1.
       1 moisEcoules pic 9(2).
       1 nomImprime pic x(30).
       1 nomRecap pic x(30).
       1 ligneVide pic x(80) value spaces.
       1 montantEdite pic -(8)9.99.
       1 tauxEdite pic z9.99.
       1 nbLignesRecap pic 9(6) value 0.

       *> clients ayant des paliers de ristourne, avec leur chiffre
       *> d'affaires HT de l'annee ventile par taux de TVA
       1 nbClientsRist pic 9(3) value 0.
       1 tabRistourne.
           2 ristClient occurs 300.
               3 ristNumClient pic 9(4).
               3 ristPalier occurs 4.
                   4 ristSeuil pic 9(9).
                   4 ristTaux pic 9(2)v99.
               3 ristCA pic s9(11)v99.
               3 ristNbTaux pic 9.
               3 ristVentil occurs 5.
                   4 ristValTaux pic 9(2)v99.
                   4 ristBaseHT pic s9(11)v99.
               3 ristNumAvoir pic 9(6).
       1 idxClient pic 9(3).
       1 idxPalier pic 9.
       1 idxTaux pic 9.

       1 montantBase pic s9(9)v99.
       1 tauxBase pic 9(2)v99.
       1 tauxDeduit pic 9(2)v9.
       1 ttcLigne pic 9(9)v99.
       1 htLigne pic 9(9)v99.
       1 nbLignesFacture pic 9(3).

       *> palier retenu : taux et seuil, palier suivant (projection)
       1 tauxRetenu pic 9(2)v99.
       1 seuilRetenu pic 9(9).
       1 seuilSuivant pic 9(9).
       1 tauxSuivant pic 9(2)v99.
       1 caRetenu pic s9(11)v99.
       1 ecartPalier pic s9(11)v99.

       *> montants de l'avoir de ristourne, par taux puis cumules
       1 ristHT pic 9(9)v99.
       1 ristTTC pic 9(9)v99.
       1 avoirHT pic 9(9)v99.
       1 avoirTva pic 9(9)v99.
       1 avoirTTC pic 9(9)v99.
       1 newFacture pic 9(6) value 0.
       1 seqLigneCourante pic 9(3).

       *> societe emettrice de l'avoir (societeClient, lireSociete)
       *> et numero attribue dans sa plage (numeroterPiece)
       1 societeAvoir pic 9(2).
       1 busSansObjet pic 9(4) value 0.
       1 modeNumero pic x(01).
       1 avoirNumero pic x(01).
           88 numeroAttribue value 'O'.
           88 plageEpuisee value 'N'.
       1 nbPlageEpuisee pic 9(4) value 0.
       1 societeRist.
           2 numSocieteSR pic 9(2).
           2 raisonSocialeSR pic x(35).
           2 siretSR pic x(14).
           2 tvaIntraSR pic x(13).
           2 rcsSR pic x(30).
           2 adresseSR pic x(40).
           2 ibanSR pic x(34).
           2 bicSR pic x(11).
           2 debutNumSR pic 9(6).
           2 finNumSR pic 9(6).
       1 modeSociete pic x(01) value 'S'.
       1 numeroSociete pic 9(6).
       1 societeTrouvee pic x(01).
           88 societeConnue value 'O'.

       1 nbEmises pic 9(4) value 0.
       1 nbDejaEmises pic 9(4) value 0.
       1 nbSansPalier pic 9(4) value 0.
       1 nbEFactures pic 9(4) value 0.
       1 totalRistournes pic 9(11)v99 value 0.
       1 resultatEFact pic x(01).
           88 eFactureEmise value 'O'.

       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLireLignes value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientSuivi value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientConnu value 'o' false 'n'.

       1 pic x value 'n'.
       88 ristourneDejaEmise value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneFactOuverte value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).
       1 anneeImposee-parm pic 9(4).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Ristournes de fin d''ann'&x'82'&'e'.

       1 s-plg-saisie.
           2 line 6 col 10 'Ann'&x'82'&'e (AAAA) : '.
           2 s-annee pic 9(4) using anneeTraitee required.
           2 line 8 col 10 '1 Emission des avoirs de '&
           'ristourne'.
           2 line 9 col 10 '2 Projection en cours d''ann'&x'82'&'e'.
           2 line 11 col 10 'Votre choix : '.
           2 s-mode pic 9 using modeSaisi required.

       1 a-plg-anneeInvalide.
           2 line 13 col 10 'Ann'&x'82'&'e non termin'&x'82'&'e ou '&
           'choix incorrect : traitement abandonn'&x'82'.

       1 a-plg-sansConditions.
           2 line 13 col 10 'Aucun client n''a de palier de '&
           'ristourne (conditions commerciales)'.

       1 a-plg-resEmission.
           2 line 13 col 10 'Avoirs de ristourne '&x'82'&'mis : '.
           2 a-nbEmises pic z(4) from nbEmises.
           2 line 14 col 10 'Montant HT total : '.
           2 a-total pic z(10)9.99 from totalRistournes.
           2 line 15 col 10 'D'&x'82'&'j'&x'85'&' '&x'82'&'mis pour '&
           'l''ann'&x'82'&'e : '.
           2 a-nbDeja pic z(4) from nbDejaEmises.
           2 line 16 col 10 'Palier non atteint : '.
           2 a-nbSans pic z(4) from nbSansPalier.
           2 line 17 col 10 'D'&x'82'&'pos'&x'82'&'s en facturation '&
           x'82'&'lectronique : '.
           2 a-nbEFact pic z(4) from nbEFactures.
           2 line 18 col 10 'Plage de num'&x'82'&'rotation '&x'82'&
           'puis'&x'82'&'e : '.
           2 a-nbPlage pic z(4) from nbPlageEpuisee.
           2 line 19 col 10 'R'&x'82'&'capitulatif : '.
           2 a-nomRecap pic x(30) from nomRecap.

       1 a-plg-resProjection.
           2 line 13 col 10 'Projection sur '.
           2 a-moisEcoules pic z9 from moisEcoules.
           2 ' mois de chiffre d''affaires : '.
           2 a-nomProj pic x(30) from nomRecap.

       procedure division using operateurID-parm anneeImposee-parm.
           move 0 to nbClientsRist
           move 0 to nbEmises
           move 0 to nbDejaEmises
           move 0 to nbSansPalier
           move 0 to nbEFactures
           move 0 to nbPlageEpuisee
           move 0 to nbLignesRecap
           move 0 to totalRistournes
           perform varying idxClient from 1 by 1
               until idxClient > 300
               move 0 to ristCA(idxClient)
               move 0 to ristNbTaux(idxClient)
               move 0 to ristNumAvoir(idxClient)
               perform varying idxTaux from 1 by 1
                   until idxTaux > 5
                   move 0 to ristValTaux(idxClient idxTaux)
                   move 0 to ristBaseHT(idxClient idxTaux)
               end-perform
           end-perform
           set clientOuvert to false
           set ligneFactOuverte to false
           accept dateJour from date yyyymmdd
           accept heureGeneration from time
           move dateJour(1:4) to anneeJour

           *> lancee par la cloture annuelle : emission pour l'annee
           *> close, sans saisie
           if anneeImposee-parm not = 0 then
               move anneeImposee-parm to anneeTraitee
               move 1 to modeSaisi
               display a-plg-titre
           else
               move anneeJour to anneeTraitee
               display a-plg-titre
               display s-plg-saisie
               accept s-annee
               accept s-mode
           end-if

           *> une ristourne ne s'emet que sur une annee terminee (ou
           *> en decembre pour l'annee en cours)
           if anneeTraitee > anneeJour
           or (modeSaisi = 1 and anneeTraitee = anneeJour
               and dateJour(5:2) not = '12')
           or (modeSaisi not = 1 and modeSaisi not = 2) then
               display a-plg-anneeInvalide
               display a-plg-next
               accept s-next
               goback
           end-if

           perform mod-chargerConditions
           if nbClientsRist = 0 then
               display a-plg-sansConditions
               display a-plg-next
               accept s-next
               goback
           end-if

           perform mod-cumulerChiffreAffaires

           open input f-client
           if statusClient = '00' then
               set clientOuvert to true
           end-if
           if modeSaisi = 1 then
               perform mod-emettre
               if clientOuvert then
                   close f-client
                   set clientOuvert to false
               end-if
               *> depot des avoirs des clients en facturation
               *> electronique, fichiers des factures fermes
               perform varying idxClient from 1 by 1
                   until idxClient > nbClientsRist
                   if ristNumAvoir(idxClient) not = 0 then
                       call 'emettreFactElec' using
                           ristNumAvoir(idxClient) operateurID-parm
                           resultatEFact end-call
                       if eFactureEmise then
                           add 1 to nbEFactures
                       end-if
                   end-if
               end-perform
               display a-plg-resEmission
           else
               perform mod-projeter
               if clientOuvert then
                   close f-client
                   set clientOuvert to false
               end-if
               display a-plg-resProjection
           end-if

           display a-plg-next
           accept s-next
           goback.

       *> clients dont au moins un palier de ristourne a un taux
       mod-chargerConditions.
           open input f-condClient
           if statusCondClient not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-condClient next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and nbClientsRist < 300 then
                   set clientSuivi to false
                   perform varying idxPalier from 1 by 1
                       until idxPalier > 4
                       if tauxRistK(idxPalier) > 0 then
                           set clientSuivi to true
                       end-if
                   end-perform
                   if clientSuivi then
                       add 1 to nbClientsRist
                       move nbClientsRist to idxClient
                       move numClientK to ristNumClient(idxClient)
                       perform varying idxPalier from 1 by 1
                           until idxPalier > 4
                           move seuilRistK(idxPalier)
                               to ristSeuil(idxClient idxPalier)
                           move tauxRistK(idxPalier)
                               to ristTaux(idxClient idxPalier)
                       end-perform
                       move 0 to ristCA(idxClient)
                       move 0 to ristNbTaux(idxClient)
                       move 0 to ristNumAvoir(idxClient)
                   end-if
               end-if
               read f-condClient next
               end set fin-lire to true end-read
           end-perform
           close f-condClient
       .

       *> parcours des factures : chiffre d'affaires HT de l'annee
       *> des clients suivis
       mod-cumulerChiffreAffaires.
           open input f-facture
           if statusFacture not = '00' then
               exit paragraph
           end-if
           open input f-ligneFact
           if statusLigneFact = '00' then
               set ligneFactOuverte to true
           end-if
           set fin-lire to false
           read f-facture next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   if moisFacture(1:4) = anneeTraitee then
                       perform mod-chercherClient
                       if clientSuivi then
                           perform mod-cumulerFacture
                       end-if
                   end-if
               end-if
               read f-facture next
               end set fin-lire to true end-read
           end-perform
           if ligneFactOuverte then
               close f-ligneFact
               set ligneFactOuverte to false
           end-if
           close f-facture

           perform varying idxClient from 1 by 1
               until idxClient > nbClientsRist
               move 0 to ristCA(idxClient)
               perform varying idxTaux from 1 by 1
                   until idxTaux > ristNbTaux(idxClient)
                   add ristBaseHT(idxClient idxTaux)
                       to ristCA(idxClient)
               end-perform
           end-perform
       .

       mod-chercherClient.
           set clientSuivi to false
           perform varying idxClient from 1 by 1
               until idxClient > nbClientsRist
               or ristNumClient(idxClient) = numClientF
               continue
           end-perform
           if idxClient <= nbClientsRist then
               set clientSuivi to true
           end-if
       .

       *> lignes de la facture courante (en moins pour un avoir);
       *> les avoirs de ristourne ne reduisent pas le chiffre
       *> d'affaires. Piece sans lignes : base HT de l'entete, taux
       *> deduit de la TVA.
       mod-cumulerFacture.
           move 0 to nbLignesFacture
           if ligneFactOuverte then
               move numFacture to numFactureL
               move 0 to seqLigneF
               start f-ligneFact key is not less cleLigneFact
                   invalid key
                       set finLireLignes to true
                   not invalid key
                       set finLireLignes to false
               end-start
               perform until finLireLignes
                   read f-ligneFact next
                       at end
                           set finLireLignes to true
                       not at end
                           if numFactureL not = numFacture then
                               set finLireLignes to true
                           else
                               add 1 to nbLignesFacture
                               perform mod-cumulerLigne
                           end-if
                   end-read
               end-perform
           end-if

           if nbLignesFacture = 0 and montantHTF not = 0 then
               compute tauxDeduit rounded =
                   montantTvaF * 100 / montantHTF
               move tauxDeduit to tauxBase
               move montantHTF to montantBase
               if estAvoir then
                   compute montantBase = 0 - montantBase
               end-if
               perform mod-ventilerBase
           end-if
       .

       mod-cumulerLigne.
           if ligneRistourne or ligneDegat or ligneRefactPeage then
               exit paragraph
           end-if
           compute ttcLigne = montantLigneF + fraisLigneF
           compute htLigne rounded =
               ttcLigne / (1 + tauxTvaLigneF / 100)
           move htLigne to montantBase
           if ligneAcompteDeduit or ligneRemiseCarb then
               compute montantBase = 0 - montantBase
           end-if
           if estAvoir then
               compute montantBase = 0 - montantBase
           end-if
           move tauxTvaLigneF to tauxBase
           perform mod-ventilerBase
       .

       mod-ventilerBase.
           perform varying idxTaux from 1 by 1
               until idxTaux > ristNbTaux(idxClient)
               or ristValTaux(idxClient idxTaux) = tauxBase
               continue
           end-perform
           if idxTaux > ristNbTaux(idxClient)
           and ristNbTaux(idxClient) < 5 then
               add 1 to ristNbTaux(idxClient)
               move ristNbTaux(idxClient) to idxTaux
               move tauxBase to ristValTaux(idxClient idxTaux)
               move 0 to ristBaseHT(idxClient idxTaux)
           end-if
           if idxTaux <= ristNbTaux(idxClient) then
               add montantBase to ristBaseHT(idxClient idxTaux)
           end-if
       .

       *> palier le plus haut atteint par caRetenu, et palier suivant
       mod-choisirPalier.
           move 0 to tauxRetenu
           move 0 to seuilRetenu
           move 0 to tauxSuivant
           move 0 to seuilSuivant
           perform varying idxPalier from 1 by 1 until idxPalier > 4
               if ristTaux(idxClient idxPalier) > 0 then
                   if ristSeuil(idxClient idxPalier) <= caRetenu then
                       if ristSeuil(idxClient idxPalier)
                           >= seuilRetenu then
                           move ristSeuil(idxClient idxPalier)
                               to seuilRetenu
                           move ristTaux(idxClient idxPalier)
                               to tauxRetenu
                       end-if
                   else
                       if seuilSuivant = 0
                       or ristSeuil(idxClient idxPalier)
                           < seuilSuivant then
                           move ristSeuil(idxClient idxPalier)
                               to seuilSuivant
                           move ristTaux(idxClient idxPalier)
                               to tauxSuivant
                       end-if
                   end-if
               end-if
           end-perform
       .

       *> emission des avoirs de ristourne de l'annee
       mod-emettre.
           move spaces to nomRecap
           string 'ristournes-' anneeTraitee '.txt'
               delimited size into nomRecap
           open output f-recap
           perform mod-enteteRecap

           open i-o f-ristourne
           if statusRistourne = '35' then
               open output f-ristourne
               close f-ristourne
               open i-o f-ristourne
           end-if
           move 'C' to modeNumero
           call 'numeroterPiece' using modeNumero societeAvoir
               newFacture avoirNumero end-call
           open i-o f-facture
           if statusFacture = '35' then
               open output f-facture
               close f-facture
               open i-o f-facture
           end-if
           open i-o f-ligneFact
           if statusLigneFact = '35' then
               open output f-ligneFact
               close f-ligneFact
               open i-o f-ligneFact
           end-if

           perform varying idxClient from 1 by 1
               until idxClient > nbClientsRist
               perform mod-emettreClient
           end-perform

           close f-ligneFact
           close f-facture
           close f-ristourne

           move ligneVide to ligneRecap
           write ligneRecap
           add 1 to nbLignesRecap
           move ligneVide to ligneRecap
           move 'Avoirs emis :' to ligneRecap(1:13)
           move nbEmises to ligneRecap(15:4)
           move 'Total HT :' to ligneRecap(22:10)
           move totalRistournes to montantEdite
           move montantEdite to ligneRecap(33:12)
           write ligneRecap
           add 1 to nbLignesRecap
           close f-recap
           move 'ristournes' to nomEdition
           perform mod-cataloguer
       .

       mod-emettreClient.
           move ristCA(idxClient) to caRetenu
           perform mod-choisirPalier
           if tauxRetenu = 0 or caRetenu <= 0 then
               add 1 to nbSansPalier
               exit paragraph
           end-if

           move ristNumClient(idxClient) to numClientRA
           move anneeTraitee to anneeRA
           set ristourneDejaEmise to false
           read f-ristourne
               not invalid key
                   set ristourneDejaEmise to true
           end-read
           if ristourneDejaEmise then
               add 1 to nbDejaEmises
               exit paragraph
           end-if

           *> avoir : une ligne V par taux de TVA, le HT de chaque
           *> ligne recalcule depuis son TTC comme pour toute ligne
           move 0 to avoirHT
           move 0 to avoirTva
           move 0 to avoirTTC
           move 0 to seqLigneCourante
           move space to avoirNumero
           accept dateAudit from date yyyymmdd
           perform varying idxTaux from 1 by 1
               until idxTaux > ristNbTaux(idxClient)
               if ristBaseHT(idxClient idxTaux) > 0 then
                   compute ristHT rounded =
                       ristBaseHT(idxClient idxTaux) * tauxRetenu / 100
                   compute ristTTC rounded = ristHT
                       * (1 + ristValTaux(idxClient idxTaux) / 100)
                   if ristTTC not = 0 and not plageEpuisee then
                       if not numeroAttribue then
                           perform mod-numeroterAvoir
                       end-if
                       if numeroAttribue then
                           perform mod-ecrireLigneRistourne
                       end-if
                   end-if
               end-if
           end-perform
           if plageEpuisee then
               add 1 to nbPlageEpuisee
               exit paragraph
           end-if
           if avoirTTC = 0 then
               add 1 to nbSansPalier
               exit paragraph
           end-if

           move newFacture to numFacture
           move ristNumClient(idxClient) to numClientF
           move dateAudit(1:6) to moisFacture
           move avoirTTC to montantFacture
           move dateAudit to dateFacture
           set factureOuverte to true
           move 0 to montantRegleF
           set estAvoir to true
           move avoirHT to montantHTF
           move avoirTva to montantTvaF
           write Facture
               invalid key
                   continue
               not invalid key
                   move 'FACTURE' to jrnFichier
                   move 'E' to jrnOperation
                   move spaces to jrnAvant
                   move spaces to jrnApres
                   move Facture to jrnApres(1:70)
                   call 'journalMaj' using jrnFichier jrnOperation
                       jrnAvant jrnApres end-call
                   move newFacture to ristNumAvoir(idxClient)
                   add 1 to nbEmises
                   add avoirHT to totalRistournes

                   move ristNumClient(idxClient) to numClientRA
                   move anneeTraitee to anneeRA
                   move caRetenu to caNetRA
                   move tauxRetenu to tauxRA
                   move avoirHT to montantHTRA
                   move newFacture to numAvoirRA
                   move dateAudit to dateEmissionRA
                   move operateurID-parm to operateurRA
                   write RistourneAnnuelle
                       invalid key
                           continue
                   end-write

                   perform mod-lireClient
                   perform mod-imprimerAvoir
                   perform mod-ligneRecapEmission
                   perform mod-ecrireAudit
           end-write
       .

       *> numero de l'avoir, attribue a sa premiere ligne : societe
       *> imposee sur le client (le bus est sans objet)
       mod-numeroterAvoir.
           call 'societeClient' using ristNumClient(idxClient)
               busSansObjet societeAvoir end-call
           move 'N' to modeNumero
           call 'numeroterPiece' using modeNumero societeAvoir
               newFacture avoirNumero end-call
       .

       mod-ecrireLigneRistourne.
           compute htLigne rounded = ristTTC
               / (1 + ristValTaux(idxClient idxTaux) / 100)
           add htLigne to avoirHT
           compute avoirTva = avoirTva + ristTTC - htLigne
           add ristTTC to avoirTTC

           add 1 to seqLigneCourante
           move newFacture to numFactureL
           move seqLigneCourante to seqLigneF
           move 0 to numAffectL
           move dateAudit to dateLigneF
           move 0 to numCircuitL
           move ristTTC to montantLigneF
           move 0 to fraisLigneF
           move ristValTaux(idxClient idxTaux) to tauxTvaLigneF
           set ligneRistourne to true
           write FactureLigne
               invalid key
                   continue
           end-write
       .

       mod-lireClient.
           set clientConnu to false
           if clientOuvert then
               move ristNumClient(idxClient) to numClient
               read f-client
                   not invalid key
                       set clientConnu to true
               end-read
           end-if
           if not clientConnu then
               move spaces to nomClient
               move spaces to adresseClient
           end-if
       .

       *> document ristourne-NNNNNN.txt, presente comme un avoir
       mod-imprimerAvoir.
           move spaces to nomImprime
           string 'ristourne-' newFacture '.txt'
               delimited size into nomImprime
           open output f-imprime

           *> en-tete de la societe emettrice
           move societeAvoir to numeroSociete
           call 'lireSociete' using modeSociete numeroSociete
               societeRist societeTrouvee end-call
           if societeConnue then
               move ligneVide to ligneImprime
               move raisonSocialeSR to ligneImprime(1:35)
               write ligneImprime
               move ligneVide to ligneImprime
               move adresseSR to ligneImprime(1:40)
               write ligneImprime
               move ligneVide to ligneImprime
               move 'SIRET' to ligneImprime(1:5)
               move siretSR to ligneImprime(7:14)
               move 'TVA' to ligneImprime(23:3)
               move tvaIntraSR to ligneImprime(27:13)
               write ligneImprime
               move ligneVide to ligneImprime
               write ligneImprime
           end-if

           move ligneVide to ligneImprime
           move 'AVOIR No' to ligneImprime(1:8)
           move newFacture to ligneImprime(10:6)
           move 'du' to ligneImprime(18:2)
           move dateAudit(7:2) to ligneImprime(21:2)
           move '/' to ligneImprime(23:1)
           move dateAudit(5:2) to ligneImprime(24:2)
           move '/' to ligneImprime(26:1)
           move dateAudit(1:4) to ligneImprime(27:4)
           write ligneImprime

           move ligneVide to ligneImprime
           move 'Client' to ligneImprime(1:6)
           move ristNumClient(idxClient) to ligneImprime(8:4)
           move nomClient to ligneImprime(14:30)
           write ligneImprime
           if clientConnu then
               move ligneVide to ligneImprime
               move adresseClient to ligneImprime(14:40)
               write ligneImprime
           end-if

           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Ristourne de fin d''annee' to ligneImprime(1:24)
           move anneeTraitee to ligneImprime(26:4)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Chiffre d''affaires HT :' to ligneImprime(1:23)
           move caRetenu to montantEdite
           move montantEdite to ligneImprime(25:12)
           move 'taux' to ligneImprime(39:4)
           move tauxRetenu to tauxEdite
           move tauxEdite to ligneImprime(44:5)
           move '%' to ligneImprime(50:1)
           write ligneImprime

           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Montant HT :' to ligneImprime(1:12)
           move avoirHT to montantEdite
           move montantEdite to ligneImprime(19:12)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'TVA :' to ligneImprime(1:5)
           move avoirTva to montantEdite
           move montantEdite to ligneImprime(19:12)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'MONTANT CREDITE :' to ligneImprime(1:17)
           move avoirTTC to montantEdite
           move montantEdite to ligneImprime(19:12)
           move 'euros' to ligneImprime(32:5)
           write ligneImprime

           close f-imprime
       .

       mod-enteteRecap.
           move ligneVide to ligneRecap
           move 'RISTOURNES DE FIN D''ANNEE' to ligneRecap(1:25)
           move anneeTraitee to ligneRecap(27:4)
           write ligneRecap
           add 1 to nbLignesRecap
           move ligneVide to ligneRecap
           write ligneRecap
           add 1 to nbLignesRecap
           move ligneVide to ligneRecap
           move 'Client' to ligneRecap(1:6)
           move 'CA HT' to ligneRecap(39:5)
           move 'Taux' to ligneRecap(48:4)
           move 'Ristourne' to ligneRecap(57:9)
           move 'Avoir' to ligneRecap(69:5)
           write ligneRecap
           add 1 to nbLignesRecap
       .

       mod-ligneRecapEmission.
           move ligneVide to ligneRecap
           move ristNumClient(idxClient) to ligneRecap(1:4)
           move nomClient to ligneRecap(6:25)
           move caRetenu to montantEdite
           move montantEdite to ligneRecap(32:12)
           move tauxRetenu to tauxEdite
           move tauxEdite to ligneRecap(47:5)
           move avoirHT to montantEdite
           move montantEdite to ligneRecap(54:12)
           move newFacture to ligneRecap(69:6)
           write ligneRecap
           add 1 to nbLignesRecap
       .

       *> projection : chiffre d'affaires a date extrapole sur douze
       *> mois, palier atteint en fin d'annee et ecart au suivant
       mod-projeter.
           if anneeTraitee < anneeJour then
               move 12 to moisEcoules
           else
               move dateJour(5:2) to moisEcoules
           end-if

           move spaces to nomRecap
           string 'ristournes-proj-' anneeTraitee '.txt'
               delimited size into nomRecap
           open output f-recap

           move ligneVide to ligneRecap
           move 'PROJECTION DES RISTOURNES' to ligneRecap(1:25)
           move anneeTraitee to ligneRecap(27:4)
           move 'au' to ligneRecap(33:2)
           move dateJour(7:2) to ligneRecap(36:2)
           move '/' to ligneRecap(38:1)
           move dateJour(5:2) to ligneRecap(39:2)
           move '/' to ligneRecap(41:1)
           move dateJour(1:4) to ligneRecap(42:4)
           move 'sur' to ligneRecap(48:3)
           move moisEcoules to ligneRecap(52:2)
           move 'mois' to ligneRecap(55:4)
           write ligneRecap
           add 1 to nbLignesRecap
           move ligneVide to ligneRecap
           write ligneRecap
           add 1 to nbLignesRecap
           move ligneVide to ligneRecap
           move 'Client' to ligneRecap(1:6)
           move 'CA a date' to ligneRecap(30:9)
           move 'CA projete' to ligneRecap(42:10)
           move 'Taux' to ligneRecap(55:4)
           move 'Ristourne' to ligneRecap(66:9)
           write ligneRecap
           add 1 to nbLignesRecap

           perform varying idxClient from 1 by 1
               until idxClient > nbClientsRist
               perform mod-projeterClient
           end-perform

           close f-recap
           move 'ristournes-proj' to nomEdition
           perform mod-cataloguer
       .

       mod-projeterClient.
           compute caRetenu rounded =
               ristCA(idxClient) * 12 / moisEcoules
           perform mod-choisirPalier
           move 0 to ristHT
           if caRetenu > 0 then
               compute ristHT rounded = caRetenu * tauxRetenu / 100
           end-if
           perform mod-lireClient

           move ligneVide to ligneRecap
           move ristNumClient(idxClient) to ligneRecap(1:4)
           move nomClient to ligneRecap(6:20)
           move ristCA(idxClient) to montantEdite
           move montantEdite to ligneRecap(27:12)
           move caRetenu to montantEdite
           move montantEdite to ligneRecap(40:12)
           move tauxRetenu to tauxEdite
           move tauxEdite to ligneRecap(54:5)
           move ristHT to montantEdite
           move montantEdite to ligneRecap(63:12)
           write ligneRecap
           add 1 to nbLignesRecap

           if tauxSuivant not = 0 then
               compute ecartPalier = seuilSuivant - caRetenu
               move ligneVide to ligneRecap
               move 'palier suivant' to ligneRecap(6:14)
               move seuilSuivant to montantEdite
               move montantEdite to ligneRecap(21:12)
               move 'a' to ligneRecap(34:1)
               move tauxSuivant to tauxEdite
               move tauxEdite to ligneRecap(36:5)
               move '%, manque' to ligneRecap(42:9)
               move ecartPalier to montantEdite
               move montantEdite to ligneRecap(52:12)
               write ligneRecap
               add 1 to nbLignesRecap
           end-if
       .

       mod-cataloguer.
           open extend f-editions
           move dateJour to dateEdition
           move heureGeneration to heureEdition
           move nbLignesRecap to nbLignesEdition
           write ligneEdition
           close f-editions
       .

       *> avoir de ristourne emis, dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'AVOIR' to ligneAudit(25:11)
           move newFacture to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'ristourne' to ligneAudit(54:9)
           move anneeTraitee to ligneAudit(64:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program ristournes.
