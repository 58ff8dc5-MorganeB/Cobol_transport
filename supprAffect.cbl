       access dynamic record key numClient
       file status is statusClient.

       *> bareme des frais d'annulation du client (gestClients)
       select f-condClient assign 'ConditionClient.dat'
       organization indexed access dynamic
       record key numClientK
       file status is statusCondClient.

       *> frais d'annulation retenus ou abandonnes, factures par la
       *> facturation mensuelle suivante
       select f-fraisAnnul assign 'FraisAnnulation.dat'
       organization indexed access dynamic
       record key numAffectN
       alternate record key numClientN duplicates
       file status is statusFraisAnnul.

       select f-imprime assign nomImprime organization line
       sequential.


           2 montantLigneF pic 9(7)v99.
           2 fraisLigneF pic 9(8)v99.
           2 tauxTvaLigneF pic 9(2)v99.
           2 typeLigneF pic x(01).
               88 ligneMADBase value 'B'.
               88 ligneMADAttente value 'A'.
               88 ligneMADKmSup value 'K'.
               88 ligneDegat value 'G'.
               88 ligneRefactPeage value 'P'.
               88 ligneTrajet value ' ' 'B' 'A' 'K'.

       fd f-facture.
       1 Facture.
               88 clientBloque value 'B'.
           2 seuilRetardCli pic 9(3).

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

       fd f-fraisAnnul.
       1 FraisAnnulation.
           2 numAffectN pic 9(6).
           2 numClientN pic 9(4).
           2 dateTrajetN pic 9(8).
           2 dateAnnulN pic 9(8).
           2 joursPreavisN pic 9(3).
           2 tauxFraisN pic 9(3)v99.
           2 montantTrajetN pic 9(7)v99.
           2 montantFraisN pic 9(7)v99.
           2 numTarifN pic 9(4).
           2 decisionN pic x(01).
               88 fraisFactures value 'F'.
               88 fraisAbandonnes value 'R'.
           2 numFactureN pic 9(6).
           2 operateurN pic x(10).

       fd f-imprime.
       1 ligneImprime pic x(80).

       working-storage section.
       1 statusLigneFact pic xx.
       1 statusFacture pic xx.
       1 montantAvoir pic 9(9)v99.
       1 soldeOrigine pic 9(9)v99.
       1 montantImpute pic 9(9)v99.
       1 numAvoir pic 9(6).
       1 moisAvoir pic 9(6).
       1 tauxAvoir pic 9(2)v99.
       1 htAvoir pic 9(9)v99.
       1 resultatEFact pic x(01).
           88 eFactureEmise value 'O'.

       *> l'avoir est emis par la societe de la facture d'origine
       *> (lireSociete), dans sa plage de numerotation (numeroterPiece)
       1 societeAvoir.
           2 numSocieteSA pic 9(2).
           2 raisonSocialeSA pic x(35).
           2 siretSA pic x(14).
           2 tvaIntraSA pic x(13).
           2 rcsSA pic x(30).
           2 adresseSA pic x(40).
           2 ibanSA pic x(34).
           2 bicSA pic x(11).
           2 debutNumSA pic 9(6).
           2 finNumSA pic 9(6).
       1 modeSociete pic x(01) value 'P'.
       1 numeroSociete pic 9(6).
       1 societeTrouvee pic x(01).
           88 societeConnue value 'O'.
       1 modeNumero pic x(01).
       1 avoirNumerote pic x(01).
           88 numeroAttribue value 'O'.

       1 pic x value 'n'.
       88 affectFacturee value 'o' false 'n'.

       *> frais d'annulation : taux du palier du bareme client selon
       *> le preavis (jours entre l'annulation et le depart), sur le
       *> prix du trajet; l'operateur les retient ou y renonce
       1 statusCondClient pic xx.
       1 statusFraisAnnul pic xx.
       1 dateJour pic 9(8).
       1 joursPreavis pic s9(5).
       1 preavisRetenu pic 9(3).
       1 palierRetenu pic 9(3).
       1 tauxFraisAnnul pic 9(3)v99.
       1 montantFraisAnnul pic 9(7)v99.
       1 reponseFrais pic x.
       1 idxPalier pic 9.

       *> verrou des periodes facturees : une affectation deja sur
       *> facture ne s'annule plus sans la derogation d'un
       *> administrateur, journalisee avec sa justification
       1 pic x value 'n'.
       88 finVerifLigne value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientConnu value 'o' false 'n'.

       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 numSaisi pic 9(6) value 0.
       1 kmSaisi pic 9(6) value 0.
       1 busACloturer pic 9(4).

       *> rappel des kilometres a vide (depot <-> circuit) pour que
       *> le releve saisi couvre aussi l'approche et le retour
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).
       1 kmTotalHLP pic 9(5).
       1 motifAnnulSaisi pic x(30).

       1 pic x value 'n'.
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       *> changement a annoncer aux passagers (signalChangement)
       1 typeSignal pic x(01).
       1 heureAvantSignal pic 9(4).
       1 heureApresSignal pic 9(4).

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
           2 line 16 col 5 'Kilom'&x'88'&'tres parcourus : '.
           2 s-km pic 9(6) to kmSaisi.

       1 a-plg-kmHLP.
           2 line 16 col 40 '(dont '&x'85'&' vide depot : '.
           2 a-kmHLP pic zzzz9 from kmTotalHLP.
           2 ' km)'.

       1 s-plg-motifAnnul.
           2 line 17 col 5 'Motif de l''annulation : '.
           2 s-motifAnnul pic x(30) to motifAnnulSaisi.

       1 s-plg-fraisAnnul.
           2 line 18 col 5 'Frais annul. : '.
           2 a-preavis pic zz9 from preavisRetenu.
           2 ' j avant, '.
           2 a-tauxFrais pic zz9.99 from tauxFraisAnnul.
           2 ' % = '.
           2 a-montantFrais pic zzzzzz9.99 from montantFraisAnnul.
           2 ' Facturer (O/N) : '.
           2 s-reponseFrais pic x to reponseFrais required.

       1 a-plg-res.
           2 line 20 col 15 'Affectation annul'&x'82'&'e !'.

           x'82'&' : avoir '&x'82'&'mis sous le num'&x'82'&'ro '.
           2 a-numAvoir pic 9(6) from numAvoir.

       1 a-plg-plageEpuisee.
           2 line 21 col 15 'Plage de num'&x'82'&'rotation '&x'82'&
           'puis'&x'82'&'e : avoir non '&x'82'&'mis'.

       1 a-plg-avoirEFact.
           2 line 22 col 15 'Avoir d'&x'82'&'pos'&x'82'&' en facture '&
           x'82'&'lectronique'.


       1 a-plg-periodeVerrouillee.
           2 line 20 col 3 'Affectation d'&x'82'&'j'&x'85'&
                           display a-plg-abandon
                       else
                       move numbusA to busACloturer
                       call 'calculHautLePied' using numbusA
                           numCircuitA kmAllerHLP kmRetourHLP
                           minutesHLP end-call
                       compute kmTotalHLP = kmAllerHLP + kmRetourHLP
                       if kmTotalHLP > 0 then
                           display a-plg-kmHLP
                       end-if
                       display s-plg-km
                       accept s-km
                       display s-plg-motifAnnul
                       accept s-motifAnnul
                       perform mod-calculerFraisAnnul
                       if montantFraisAnnul > 0 then
                           display s-plg-fraisAnnul
                           accept s-reponseFrais
                       end-if

                       move spaces to jrnAvant
                       move Affectation to jrnAvant(1:134)
                               perform mod-journaliserMaj
                               perform mod-majKilometrage
                               perform mod-ecrireAudit
                               perform mod-signalerPassagers
                               if montantFraisAnnul > 0 then
                                   perform mod-ecrireFraisAnnul
                               end-if
                               perform mod-verifFacturee
                               if affectFacturee then
                                   perform mod-genererAvoir
       .


       *> frais d'annulation d'un trajet client : le palier retenu
       *> est le plus court delai du bareme qui depasse le preavis
       *> (un trajet deja commence a un preavis nul); sans bareme ou
       *> hors paliers, pas de frais
       mod-calculerFraisAnnul.
           move 0 to montantFraisAnnul
           move 0 to tauxFraisAnnul
           move 0 to preavisRetenu
           if numClientA = 0 or montantTarifA = 0 then
               exit paragraph
           end-if

           accept dateJour from date yyyymmdd
           compute joursPreavis =
               function integer-of-date(dateDebAffectA)
               - function integer-of-date(dateJour)
           if joursPreavis < 0 then
               move 0 to joursPreavis
           end-if
           if joursPreavis > 999 then
               move 999 to joursPreavis
           end-if
           move joursPreavis to preavisRetenu

           open input f-condClient
           if statusCondClient = '00' then
               move numClientA to numClientK
               read f-condClient
                   not invalid key
                       move 0 to palierRetenu
                       perform varying idxPalier from 1 by 1
                           until idxPalier > 4
                           if joursAnnulK(idxPalier) > preavisRetenu
                           and (palierRetenu = 0
                           or joursAnnulK(idxPalier) < palierRetenu)
                           then
                               move joursAnnulK(idxPalier)
                                   to palierRetenu
                               move tauxAnnulK(idxPalier)
                                   to tauxFraisAnnul
                           end-if
                       end-perform
               end-read
               close f-condClient
           end-if

           compute montantFraisAnnul rounded =
               montantTarifA * tauxFraisAnnul / 100
       .

       *> frais retenus (factures au prochain passage de la
       *> facturation) ou abandonnes, gardes pour l'analyse des
       *> annulations
       mod-ecrireFraisAnnul.
           open i-o f-fraisAnnul
           if statusFraisAnnul = '35' then
               open output f-fraisAnnul
               close f-fraisAnnul
               open i-o f-fraisAnnul
           end-if
           move Numaffect to numAffectN
           move numClientA to numClientN
           move dateDebAffectA to dateTrajetN
           move dateJour to dateAnnulN
           move preavisRetenu to joursPreavisN
           move tauxFraisAnnul to tauxFraisN
           move montantTarifA to montantTrajetN
           move montantFraisAnnul to montantFraisN
           move numTarifA to numTarifN
           if reponseFrais = 'O' or reponseFrais = 'o' then
               set fraisFactures to true
           else
               set fraisAbandonnes to true
           end-if
           move 0 to numFactureN
           move operateurID-parm to operateurN
           write FraisAnnulation
               invalid key
                   continue
               not invalid key
                   perform mod-ecrireAuditFraisAnnul
           end-write
           close f-fraisAnnul
       .

       mod-ecrireAuditFraisAnnul.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'FRAISANNUL' to ligneAudit(25:11)
           move numSaisi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           if fraisFactures then
               move 'factures' to ligneAudit(54:8)
           else
               move 'abandonnes' to ligneAudit(54:10)
           end-if
           move montantFraisAnnul to montantEdite
           move montantEdite to ligneAudit(65:12)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> l'affectation annulee figure-t-elle sur une facture emise ?
       *> recherche de ses lignes de detail par l'index numAffectL;
       *> le montant a crediter est celui fige sur les lignes de
       *> facture (trajet, et pour une mise a disposition attente et
       *> km supplementaires)
       mod-verifFacturee.
           set affectFacturee to false
           open input f-ligneFact
                           if numAffectL not = numSaisi then
                               set finVerifLigne to true
                           else
                               *> seules les lignes du trajet sont
                               *> creditees (degats et peages refactures
                               *> restent dus)
                               if ligneTrajet then
                                   perform mod-cumulerLigne
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       mod-cumulerLigne.
           if not affectFacturee then
               move 0 to montantAvoir
           end-if
           set affectFacturee to true
           move numFactureL to factureOrigine
           compute montantAvoir = montantAvoir
               + montantLigneF + fraisLigneF
           move tauxTvaLigneF to tauxAvoir
       .

       *> emet l'avoir dans la serie des factures : impute d'abord le
       *> credit sur le solde de la facture d'origine, le reliquat
       *> eventuel restant un avoir ouvert au profit du client
       mod-genererAvoir.
           move factureOrigine to numeroSociete
           call 'lireSociete' using modeSociete numeroSociete
               societeAvoir societeTrouvee end-call
           move 'C' to modeNumero
           call 'numeroterPiece' using modeNumero numSocieteSA
               numAvoir avoirNumerote end-call
           move 'N' to modeNumero
           call 'numeroterPiece' using modeNumero numSocieteSA
               numAvoir avoirNumerote end-call
           if not numeroAttribue then
               display a-plg-plageEpuisee
               exit paragraph
           end-if

           open i-o f-facture
           if statusFacture not = '00' then
               continue
                   perform mod-ecrireAvoir
               end-if
               close f-facture

               *> client soumis a la facturation electronique : l'avoir
               *> est depose sur sa plateforme
               if affectFacturee then
                   call 'emettreFactElec' using numAvoir
                       operateurID-parm resultatEFact end-call
                   if eFactureEmise then
                       display a-plg-avoirEFact
                   end-if
               end-if
           end-if
       .

       *> numAvoir est attribue par numeroterPiece, dans la meme serie
       *> que les factures
       mod-ecrireAvoir.
           accept dateAudit from date yyyymmdd
           move dateAudit(1:6) to moisAvoir

               delimited size into nomImprime
           open output f-imprime

           *> en-tete de la societe emettrice
           if societeConnue then
               move ligneVide to ligneImprime
               move raisonSocialeSA to ligneImprime(1:35)
               write ligneImprime
               move ligneVide to ligneImprime
               move adresseSA to ligneImprime(1:40)
               write ligneImprime
               move ligneVide to ligneImprime
               move 'SIRET' to ligneImprime(1:5)
               move siretSA to ligneImprime(7:14)
               move 'TVA' to ligneImprime(23:3)
               move tvaIntraSA to ligneImprime(27:13)
               write ligneImprime
               move ligneVide to ligneImprime
               write ligneImprime
           end-if

           move ligneVide to ligneImprime
           move 'AVOIR No' to ligneImprime(1:8)
           move numAvoir to ligneImprime(10:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'annulation' to ligneAudit(54:10)
           move numSaisi to ligneAudit(65:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> enregistre la suppression dans le journal d'audit
           move operateurID-parm to ligneAudit(43:10)
           move motifA to ligneAudit(54:13)
           move motifAnnulSaisi to ligneAudit(68:13)
           call 'ecrireAudit' using ligneAudit end-call
       .


           end-perform
       .

       *> l'annulation est annoncee aux passagers reserves
       mod-signalerPassagers.
           move 'A' to typeSignal
           move heureDebA to heureAvantSignal
           move 0 to heureApresSignal
           call 'signalChangement' using Numaffect typeSignal
               heureAvantSignal heureApresSignal end-call
       .

       *> consigne la mise a jour au journal des images
       mod-journaliserMaj.
           move 'AFFECTATION' to jrnFichier
           move numSaisi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move justificationSaisie to ligneAudit(54:27)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program supprAffect.
