           access dynamic record key numFacture
           file status is statusFacture.

           *> facture d'acompte emise a la conversion
           select f-ligneFact assign 'FactureLigne.dat' organization
           indexed
           access dynamic record key cleLigneFact
           alternate record key numAffectL duplicates
           file status is statusLigneFact.

           select f-acompte assign 'Acompte.dat'
           organization indexed access dynamic
           record key numFactAcompte
           alternate record key numClientAc duplicates
           file status is statusAcompte.

           *> taux d'acompte par defaut du client
           select f-condClient assign 'ConditionClient.dat'
           organization indexed access dynamic
           record key numClientK
           file status is statusCondClient.

           *> agences de voyages apporteuses (gestAgences)
           select f-agence assign 'Agence.dat'
           organization indexed access dynamic
           record key numAgence
           file status is statusAgence.

           *> itineraire en etapes du devis (type 'D'), repris sur
           *> l'affectation par gestItineraire
           select f-itineraire assign 'Itineraire.dat'
           organization indexed access dynamic
           record key cleItin
           file status is statusItin.

           select f-imprime assign nomImprime organization line
           sequential.

       file section.
               88 devisConverti value 'A'.
               88 devisRefuse value 'R'.
           2 numCommandeD pic 9(6).
           2 numAgenceD pic 9(4).

       fd f-client.
       1 Client.
           2 modeTarif pic x(01).
               88 tarifParTrajet value 'T'.
               88 tarifParKm value 'K'.
               88 tarifHoraire value 'H'.
               88 tarifJournalier value 'J'.
           2 prixTarif pic 9(6)v99.
           2 dateDebTarif pic 9(8).
           2 dateFinTarif pic 9(8).
               88 cmdEnAttente value 'P'.
               88 cmdAssignee value 'A'.
               88 cmdRefusee value 'R'.
           2 tauxAcompteCmd pic 9(2)v99.
           2 numAgenceCmd pic 9(4).

       fd f-facture.
       1 Facture.
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
               88 ligneAcompte value 'C'.

       fd f-acompte.
       1 Acompte.
           2 numFactAcompte pic 9(6).
           2 numClientAc pic 9(4).
           2 numCommandeAc pic 9(6).
           2 numDevisAc pic 9(6).
           2 dateTrajetAc pic 9(8).
           2 tauxAcompteAc pic 9(2)v99.
           2 montantAcompteAc pic 9(7)v99.
           2 htAcompteAc pic 9(7)v99.
           2 tauxTvaAc pic 9(2)v99.
           2 dateEncaissAc pic 9(8).
           2 numFactImputAc pic 9(6).
           2 dateImputAc pic 9(8).

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

       fd f-imprime.
       1 ligneImprime pic x(80).

       fd f-agence.
       1 Agence.
           2 numAgence pic 9(4).
           2 nomAgence pic x(30).
           2 contactAgence pic x(30).
           2 adresseAgence pic x(40).
           2 tauxCommAg pic 9(2)v99.
           2 statutAgence pic x(01).
               88 agenceActive value 'A'.

       fd f-itineraire.
       1 Itineraire.
           2 cleItin.
               3 typePieceIt pic x(01).
               3 numPieceIt pic 9(6).
               3 seqEtape pic 9(2).
           2 dateEtape pic 9(8).
           2 lieuDepEt pic x(20).
           2 heureDepEt pic 9(4).
           2 lieuArrEt pic x(20).
           2 heureArrEt pic 9(4).
           2 kmEtape pic 9(5).
           2 noteEtape pic x(40).

       working-storage section.
       1 statusDevis pic xx.
       1 statusClient pic xx.
       1 statusAgence pic xx.
       1 statusTarif pic xx.
       1 statusCommande pic xx.
       1 statusFacture pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 nomImprime pic x(30).
       1 ligneVide pic x(80) value spaces.
       1 montantEdite pic z(8)9.99.
       1 dureeEditee pic zz9.99.

       1 newDevis pic 9(6) value 0.
       1 devisSaisi pic 9(6).
       1 destinationSaisie pic x(30).
       1 dateTrajetSaisie pic 9(8).
       1 placesSaisies pic 9(3).
       1 agenceSaisie pic 9(4).
       1 prixSaisi pic 9(7)v99.
       1 joursValidite pic 9(3) value 30.

       1 statusDistance pic xx.
       1 tarifResolu pic 9(4).
       1 montantResolu pic 9(7)v99.

       *> mise a disposition (tarifs H et J) : le devis chiffre la
       *> duree prevue, l'attente et les km estimes (calculMiseDispo)
       1 modeResolu pic x(01) value space.
           88 resoluMiseDispo values 'H' 'J'.
       1 prixResolu pic 9(6)v99.
       1 dureeMAD pic 9(3)v99.
       1 attenteMAD pic 9(3)v99.
       1 kmMAD pic 9(5).
       1 montantBaseMAD pic 9(7)v99.
       1 montantAttenteMAD pic 9(7)v99.
       1 montantKmSupMAD pic 9(7)v99.
       1 dateSansFin pic 9(8) value 0.
       1 heureSansPlage pic 9(4) value 0.
       1 newCommande pic 9(6).

       *> acompte a la commande : taux propose depuis les conditions
       *> du client, modifiable a la conversion; facture d'acompte
       *> (type D) emise et deduite plus tard de la facture mensuelle
       1 statusLigneFact pic xx.
       1 statusAcompte pic xx.
       1 statusCondClient pic xx.
       1 tauxAcompteSaisi pic 9(2)v99.
       1 montantAcompte pic 9(7)v99.
       1 htAcompte pic 9(7)v99.
       1 tvaAcompte pic 9(7)v99.
       1 tauxTvaAcompte pic 9(2)v99.
       1 newFacture pic 9(6).

       *> l'acompte est facture par la societe du groupe imposee sur
       *> le client (01 a defaut), dans sa plage de numerotation
       1 societeAcompte pic 9(2).
       1 busSansObjet pic 9(4) value 0.
       1 modeNumero pic x(01).
       1 acompteNumero pic x(01).
           88 numeroAttribue value 'O'.
       1 societeAc.
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
       1 modeSociete pic x(01) value 'S'.
       1 numeroSociete pic 9(6).
       1 societeTrouvee pic x(01).
           88 societeConnue value 'O'.
       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       *> taux de conversion devis -> commandes
       1 nbDevisEmis pic 9(5).
       1 nbDevisConvertis pic 9(5).
       1 pic x value 'o'.
       88 circuitExiste value 'o' false 'n'.

       1 pic x value 'o'.
       88 agenceValide value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLireTarif value 'o' false 'n'.

       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.

       *> equipements exiges (exigencesEquip, verifEquipement)
       1 modeExig pic x(01).
       1 typePieceExig pic x(01).
       1 busSansEquip pic 9(4) value 0.
       1 libelleExigences pic x(40).

       *> itineraire en etapes saisi avec le devis : la somme des km
       *> remplace la distance du trajet et la premiere etape en
       *> donne la date
       1 statusItin pic xx.
       1 reponseEtapes pic x(01).
       1 nbEtapesDevis pic 9(2) value 0.
       1 etapesDevis.
           2 etapeDevis occurs 20.
               3 dateEtD pic 9(8).
               3 lieuDepEtD pic x(20).
               3 heureDepEtD pic 9(4).
               3 lieuArrEtD pic x(20).
               3 heureArrEtD pic 9(4).
               3 kmEtD pic 9(5).
               3 noteEtD pic x(40).
       1 idxEtape pic 9(2).
       1 dateEtSaisie pic 9(8).
       1 lieuDepSaisi pic x(20).
       1 heureDepSaisie pic 9(4).
       1 heureDepDecoupee redefines heureDepSaisie.
           2 hhDep pic 9(2).
           2 mnDep pic 9(2).
       1 lieuArrSaisi pic x(20).
       1 heureArrSaisie pic 9(4).
       1 heureArrDecoupee redefines heureArrSaisie.
           2 hhArr pic 9(2).
           2 mnArr pic 9(2).
       1 kmSaisis pic 9(5).
       1 noteSaisie pic x(40).
       1 motifRefus pic x(60).
       1 instantDepart pic 9(12).
       1 instantArrivee pic 9(12).
       1 dateArrivee pic 9(8).
       1 minutesEtapes pic 9(5).
       1 minutesDep pic 9(5).
       1 minutesArr pic 9(5).
       1 jourPrecedent pic 9(8).
       1 kmEdite pic zzzz9.

       1 pic x value 'n'.
       88 finSaisieEtapes value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
           2 s-dateTrajet pic 9(8) to dateTrajetSaisie required.
           2 line 11 col 10 'Places : '.
           2 s-places pic 9(3) to placesSaisies.
           2 line 12 col 10 'Agence de voyages (0000 = aucune) : '.
           2 s-agence pic 9(4) to agenceSaisie.

       1 s-plg-etapes.
           2 line 13 col 10 'Itin'&x'82'&'raire en '&x'82'&'tapes '&
           '(O/N) : '.
           2 s-etapes pic x to reponseEtapes.

       1 s-plg-etape.
           2 line 3 col 4 'Itin'&x'82'&'raire du devis : '&x'82'&
           'tape '.
           2 a-numEtape pic z9 from idxEtape.
           2 line 4 col 4 '(d'&x'82'&'part '&x'85'&' blanc : fin de '&
           'la saisie)'.
           2 line 6 col 4 'Date (AAAAMMJJ) : '.
           2 s-dateEt pic 9(8) to dateEtSaisie.
           2 line 7 col 4 'D'&x'82'&'part : '.
           2 s-lieuDep pic x(20) to lieuDepSaisi.
           2 line 7 col 40 'Heure (HHMM) : '.
           2 s-heureDep pic 9(4) to heureDepSaisie.
           2 line 8 col 4 'Arriv'&x'82'&'e : '.
           2 s-lieuArr pic x(20) to lieuArrSaisi.
           2 line 8 col 40 'Heure (HHMM) : '.
           2 s-heureArr pic 9(4) to heureArrSaisie.
           2 line 9 col 4 'Km (0 = distance de la matrice) : '.
           2 s-km pic 9(5) to kmSaisis.
           2 line 10 col 4 'Note : '.
           2 s-note pic x(40) to noteSaisie.

       1 a-plg-refusEtape.
           2 line 12 col 4 pic x(60) from motifRefus.

       1 a-plg-resEtapes.
           2 line 5 col 4 'Etapes saisies : '.
           2 a-nbEtapes pic z9 from nbEtapesDevis.
           2 line 5 col 25 'distance : '.
           2 a-kmEtapes pic zzzz9 from distanceTrajet.
           2 line 5 col 42 'km'.

       1 s-plg-prixManuel.
           2 line 13 col 10 'Aucun tarif applicable. Prix '&
           'propos'&x'82'&' (euros.centimes) : '.
           2 s-prix pic 9(7).99 to prixSaisi.

       1 s-plg-saisieMAD.
           2 line 13 col 10 'Mise '&x'85'&' disposition : dur'&x'82'&
           'e pr'&x'82'&'vue (heures ou jours) : '.
           2 s-dureeMAD pic 9(3).99 to dureeMAD.
           2 line 14 col 10 'Attente estim'&x'82'&'e (heures) : '.
           2 s-attenteMAD pic 9(3).99 to attenteMAD.
           2 line 15 col 10 'Km estim'&x'82'&'s (0 = distance du '&
           'trajet) : '.
           2 s-kmMAD pic 9(5) to kmMAD.

       1 s-plg-saisieNum.
           2 line 5 col 10 'Num'&x'82'&'ro de devis : '.
           2 s-num pic 9(6) to devisSaisi required.
       1 a-plg-clientInexistant.
           2 line 15 col 10 'Ce client n''existe pas'.

       1 a-plg-agenceInvalide.
           2 line 15 col 10 'Agence inconnue ou d'&x'82'&'sactiv'&x'82'&
           'e'.

       1 a-plg-circuitInexistant.
           2 line 15 col 10 'Ce circuit n''existe pas'.

           2 line 16 col 15 'Devis converti : commande '.
           2 a-newCommande pic 9(6) from numCommande.

       1 s-plg-saisieAcompte.
           2 line 14 col 10 'Acompte '&x'85'&' la commande (%, 0 = '&
           'aucun) : '.
           2 s-tauxAcompte pic z9.99 using tauxAcompteSaisi.

       1 a-plg-resAcompte.
           2 line 17 col 15 'Facture d''acompte '.
           2 a-newFacture pic 9(6) from newFacture.
           2 line 17 col 42 'montant : '.
           2 a-montantAcompte pic z(6)9.99 from montantAcompte.

       1 a-plg-nonRes.
           2 line 16 col 15 'Echec'.

       1 a-plg-plageEpuisee.
           2 line 17 col 15 'Plage de num'&x'82'&'rotation '&x'82'&
           'puis'&x'82'&'e : acompte non factur'&x'82'.

       1 a-plg-inconnu.
           2 line 16 col 15 'Devis inconnu'.

               accept s-destination
               accept s-dateTrajet
               accept s-places
               accept s-agence

               move 0 to nbEtapesDevis
               move space to reponseEtapes
               display s-plg-etapes
               accept s-etapes
               if reponseEtapes = 'O' or reponseEtapes = 'o' then
                   perform mod-saisirEtapesDevis
                   if nbEtapesDevis > 0 then
                       move dateEtD(1) to dateTrajetSaisie
                   end-if
               end-if

               move dateTrajetSaisie to dateAValider
               perform mod-validerDate
                   end-if
               end-if

               if nbEtapesDevis > 0 then
                   move 0 to distanceTrajet
                   perform varying idxEtape from 1 by 1
                   until idxEtape > nbEtapesDevis
                       add kmEtD(idxEtape) to distanceTrajet
                   end-perform
                   display a-effacer
                   display a-plg-resEtapes
               end-if

               perform mod-verifAgence

               if not dateValide then
                   display a-plg-erreur
               else
                else
                 if not circuitExiste then
                   display a-plg-circuitInexistant
                 else
                 if not agenceValide then
                   display a-plg-agenceInvalide
                 else
                   perform mod-resoudreTarif
                   if resoluMiseDispo then
                       perform mod-chiffrerMiseDispo
                   end-if
                   if montantResolu = 0 then
                       display s-plg-prixManuel
                       accept s-prix
                   end-if
                   perform mod-ecrireDevis
                 end-if
                 end-if
                end-if
               end-if

           end-if
       .

       *> saisie des etapes, une par ecran, jusqu'a un lieu de depart
       *> laisse a blanc; une etape refusee est ressaisie
       mod-saisirEtapesDevis.
           set finSaisieEtapes to false
           perform until finSaisieEtapes or nbEtapesDevis = 20
               compute idxEtape = nbEtapesDevis + 1
               move spaces to motifRefus
               perform mod-saisirEtapeDevis
               if not finSaisieEtapes and motifRefus = spaces then
                   add 1 to nbEtapesDevis
                   move dateEtSaisie to dateEtD(nbEtapesDevis)
                   move lieuDepSaisi to lieuDepEtD(nbEtapesDevis)
                   move heureDepSaisie to heureDepEtD(nbEtapesDevis)
                   move lieuArrSaisi to lieuArrEtD(nbEtapesDevis)
                   move heureArrSaisie to heureArrEtD(nbEtapesDevis)
                   move kmSaisis to kmEtD(nbEtapesDevis)
                   move noteSaisie to noteEtD(nbEtapesDevis)
               end-if
           end-perform
       .

       *> memes controles que gestItineraire, hors plafond de
       *> conduite (aucun chauffeur n'est encore designe)
       mod-saisirEtapeDevis.
           move 0 to dateEtSaisie heureDepSaisie heureArrSaisie
               kmSaisis
           move spaces to lieuDepSaisi lieuArrSaisi noteSaisie
           display a-effacer
           display s-plg-etape
           accept s-dateEt
           accept s-lieuDep
           if lieuDepSaisi = spaces then
               set finSaisieEtapes to true
               exit paragraph
           end-if
           accept s-heureDep
           accept s-lieuArr
           accept s-heureArr
           accept s-km
           accept s-note

           if function integer-of-date(dateEtSaisie) = 0 then
               move 'Date invalide' to motifRefus
           end-if
           if motifRefus = spaces and lieuArrSaisi = spaces then
               move 'Lieu d''arriv'&x'82'&'e obligatoire'
                   to motifRefus
           end-if
           if motifRefus = spaces
           and (hhDep > 23 or mnDep > 59 or hhArr > 23 or mnArr > 59)
           then
               move 'Heures invalides (HHMM)' to motifRefus
           end-if
           if motifRefus = spaces and kmSaisis = 0 then
               perform mod-distanceEtape
               if kmSaisis = 0 and lieuDepSaisi not = lieuArrSaisi
               then
                   move 'Distance inconnue de la matrice : saisir '&
                       'les km' to motifRefus
               end-if
           end-if
           *> l'etape part apres l'arrivee de la precedente
           if motifRefus = spaces and idxEtape > 1 then
               compute instantDepart =
                   dateEtSaisie * 10000 + heureDepSaisie
               move nbEtapesDevis to idxEtape
               if heureArrEtD(idxEtape) >= heureDepEtD(idxEtape) then
                   move dateEtD(idxEtape) to dateArrivee
               else
                   compute dateArrivee = function date-of-integer(
                       function integer-of-date(dateEtD(idxEtape))
                       + 1)
               end-if
               compute instantArrivee =
                   dateArrivee * 10000 + heureArrEtD(idxEtape)
               if instantDepart < instantArrivee then
                   move 'D'&x'82'&'part avant l''arriv'&x'82'&
                       'e de l'''&x'82'&'tape pr'&x'82'&'c'&x'82'&
                       'dente' to motifRefus
               end-if
               compute idxEtape = nbEtapesDevis + 1
           end-if
           if motifRefus not = spaces then
               display a-plg-refusEtape
               display a-plg-next
               accept s-next
           end-if
       .

       *> distance entre les deux lieux, dans un sens ou dans l'autre
       mod-distanceEtape.
           open input f-distance
           if statusDistance = '00' then
               move lieuDepSaisi to villeDepD
               move lieuArrSaisi to villeArrD
               read f-distance
                   invalid key
                       move lieuArrSaisi to villeDepD
                       move lieuDepSaisi to villeArrD
                       read f-distance
                           not invalid key
                               move kmDistance to kmSaisis
                       end-read
                   not invalid key
                       move kmDistance to kmSaisis
               end-read
               close f-distance
           end-if
       .

       *> l'agence apporteuse doit exister et etre active
       mod-verifAgence.
           set agenceValide to true
           if agenceSaisie not = 0 then
               set agenceValide to false
               open input f-agence
               if statusAgence = '00' then
                   move agenceSaisie to numAgence
                   read f-agence
                       not invalid key
                           if agenceActive then
                               set agenceValide to true
                           end-if
                   end-read
                   close f-agence
               end-if
           end-if
       .

       *> recherche du tarif applicable au client et au circuit a la
       *> date du trajet : un tarif propre au client prime sur le
       *> tarif par defaut (meme regle que ajoutAffect)
       mod-resoudreTarif.
           move 0 to tarifResolu
           move 0 to montantResolu
           move space to modeResolu
           set tarifClientTrouve to false
           set finLireTarif to false


       mod-retenirTarif.
           move numTarif to tarifResolu
           move modeTarif to modeResolu
           move prixTarif to prixResolu
           if tarifParKm then
               compute montantResolu = prixTarif * distanceTrajet
           else
           end-if
       .

       *> tarif de mise a disposition retenu : la duree prevue (au
       *> minimum celle du tarif), l'attente et les km au-dela du
       *> forfait sont chiffres et detailles sur le devis
       mod-chiffrerMiseDispo.
           move 0 to dureeMAD
           move 0 to attenteMAD
           move 0 to kmMAD
           display s-plg-saisieMAD
           accept s-dureeMAD
           accept s-attenteMAD
           accept s-kmMAD
           if kmMAD = 0 then
               move distanceTrajet to kmMAD
           end-if
           *> duree laissee a 0 avec un itineraire : heures de
           *> conduite des etapes, ou jours civils du premier au
           *> dernier
           if dureeMAD = 0 and nbEtapesDevis > 0 then
               perform mod-dureeEtapes
           end-if
           call 'calculMiseDispo' using tarifResolu modeResolu
               prixResolu dateTrajetSaisie dateSansFin heureSansPlage
               heureSansPlage dureeMAD attenteMAD kmMAD
               montantBaseMAD montantAttenteMAD montantKmSupMAD
           end-call
           compute montantResolu = montantBaseMAD
               + montantAttenteMAD + montantKmSupMAD
       .

       mod-dureeEtapes.
           if modeResolu = 'H' then
               move 0 to minutesEtapes
               perform varying idxEtape from 1 by 1
               until idxEtape > nbEtapesDevis
                   compute minutesDep =
                       function integer(heureDepEtD(idxEtape) / 100)
                       * 60 + function mod(heureDepEtD(idxEtape), 100)
                   compute minutesArr =
                       function integer(heureArrEtD(idxEtape) / 100)
                       * 60 + function mod(heureArrEtD(idxEtape), 100)
                   if minutesArr >= minutesDep then
                       compute minutesEtapes = minutesEtapes
                           + minutesArr - minutesDep
                   else
                       compute minutesEtapes = minutesEtapes
                           + minutesArr + 1440 - minutesDep
                   end-if
               end-perform
               compute dureeMAD rounded = minutesEtapes / 60
           else
               compute dureeMAD =
                   function integer-of-date(dateEtD(nbEtapesDevis))
                   - function integer-of-date(dateEtD(1)) + 1
           end-if
       .

       mod-ecrireDevis.
           open i-o f-devis
           if statusDevis = '35' then
               function integer-of-date(dateJour) + joursValidite)
           set devisEmis to true
           move 0 to numCommandeD
           move agenceSaisie to numAgenceD

           write Devis
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-res
                   move 'S' to modeExig
                   move 'D' to typePieceExig
                   call 'exigencesEquip' using modeExig typePieceExig
                       numDevis numDevis
                   perform mod-ecrireEtapesDevis
                   perform mod-imprimerDevis
                   perform mod-ecrireAudit
           end-write
           close f-devis
       .

       *> etapes du devis dans Itineraire.dat sous le type 'D'
       mod-ecrireEtapesDevis.
           if nbEtapesDevis = 0 then
               exit paragraph
           end-if
           open i-o f-itineraire
           if statusItin = '35' then
               open output f-itineraire
               close f-itineraire
               open i-o f-itineraire
           end-if
           perform varying idxEtape from 1 by 1
           until idxEtape > nbEtapesDevis
               move 'D' to typePieceIt
               move numDevis to numPieceIt
               move idxEtape to seqEtape
               move dateEtD(idxEtape) to dateEtape
               move lieuDepEtD(idxEtape) to lieuDepEt
               move heureDepEtD(idxEtape) to heureDepEt
               move lieuArrEtD(idxEtape) to lieuArrEt
               move heureArrEtD(idxEtape) to heureArrEt
               move kmEtD(idxEtape) to kmEtape
               move noteEtD(idxEtape) to noteEtape
               write Itineraire
                   invalid key
                       rewrite Itineraire end-rewrite
               end-write
           end-perform
           close f-itineraire
       .

       *> document devis-NNNNNN.txt avec date limite de validite
       mod-imprimerDevis.
           move spaces to nomImprime
           move 'Places :' to ligneImprime(1:8)
           move placesD to ligneImprime(10:3)
           write ligneImprime
           if nbEtapesDevis > 0 then
               perform mod-imprimerEtapes
           end-if
           *> un bus sans profil n'a aucun equipement : tout ce que
           *> le devis exige ressort
           move 'D' to typePieceExig
           call 'verifEquipement' using busSansEquip typePieceExig
               numDevis libelleExigences
           end-call
           if libelleExigences not = spaces then
               move ligneVide to ligneImprime
               move 'Equipements exig' to ligneImprime(1:16)
               move x'82' to ligneImprime(17:1)
               move 's :' to ligneImprime(18:3)
               move libelleExigences to ligneImprime(22:40)
               write ligneImprime
           end-if

           if resoluMiseDispo then
               perform mod-imprimerMiseDispo
           end-if

           move ligneVide to ligneImprime
           write ligneImprime
           close f-imprime
       .

       *> programme jour par jour, comme sur l'ordre de mission
       mod-imprimerEtapes.
           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'PROGRAMME' to ligneImprime(1:9)
           write ligneImprime
           move 0 to jourPrecedent
           perform varying idxEtape from 1 by 1
           until idxEtape > nbEtapesDevis
               if dateEtD(idxEtape) not = jourPrecedent then
                   move dateEtD(idxEtape) to jourPrecedent
                   move ligneVide to ligneImprime
                   write ligneImprime
                   move ligneVide to ligneImprime
                   move 'Le' to ligneImprime(1:2)
                   move jourPrecedent(7:2) to ligneImprime(4:2)
                   move '/' to ligneImprime(6:1)
                   move jourPrecedent(5:2) to ligneImprime(7:2)
                   move '/' to ligneImprime(9:1)
                   move jourPrecedent(1:4) to ligneImprime(10:4)
                   write ligneImprime
               end-if
               move ligneVide to ligneImprime
               move heureDepEtD(idxEtape)(1:2) to ligneImprime(3:2)
               move 'h' to ligneImprime(5:1)
               move heureDepEtD(idxEtape)(3:2) to ligneImprime(6:2)
               move lieuDepEtD(idxEtape) to ligneImprime(9:20)
               move '->' to ligneImprime(30:2)
               move heureArrEtD(idxEtape)(1:2) to ligneImprime(33:2)
               move 'h' to ligneImprime(35:1)
               move heureArrEtD(idxEtape)(3:2) to ligneImprime(36:2)
               move lieuArrEtD(idxEtape) to ligneImprime(39:20)
               move kmEtD(idxEtape) to kmEdite
               move kmEdite to ligneImprime(60:5)
               move 'km' to ligneImprime(66:2)
               write ligneImprime
               if noteEtD(idxEtape) not = spaces then
                   move ligneVide to ligneImprime
                   move noteEtD(idxEtape) to ligneImprime(9:40)
                   write ligneImprime
               end-if
           end-perform
           move ligneVide to ligneImprime
           move 'Distance totale :' to ligneImprime(1:17)
           move distanceTrajet to kmEdite
           move kmEdite to ligneImprime(19:5)
           move 'km' to ligneImprime(25:2)
           write ligneImprime
       .

       *> detail d'une mise a disposition : base sur la duree,
       *> attente et km supplementaires estimes
       mod-imprimerMiseDispo.
           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Mise a disposition' to ligneImprime(1:18)
           move dureeMAD to dureeEditee
           move dureeEditee to ligneImprime(22:6)
           if modeResolu = 'H' then
               move 'heure(s)' to ligneImprime(29:8)
           else
               move 'jour(s)' to ligneImprime(29:7)
           end-if
           move montantBaseMAD to montantEdite
           move montantEdite to ligneImprime(40:12)
           write ligneImprime
           if montantAttenteMAD not = 0 then
               move ligneVide to ligneImprime
               move 'Attente estimee' to ligneImprime(1:15)
               move attenteMAD to dureeEditee
               move dureeEditee to ligneImprime(22:6)
               move 'heure(s)' to ligneImprime(29:8)
               move montantAttenteMAD to montantEdite
               move montantEdite to ligneImprime(40:12)
               write ligneImprime
           end-if
           if montantKmSupMAD not = 0 then
               move ligneVide to ligneImprime
               move 'Km supplementaires' to ligneImprime(1:18)
               move kmMAD to ligneImprime(22:5)
               move 'km estimes' to ligneImprime(29:10)
               move montantKmSupMAD to montantEdite
               move montantEdite to ligneImprime(40:12)
               write ligneImprime
           end-if
       .

       *> conversion d'un devis accepte en commande du carnet, avec
       *> conservation du lien devis -> commande
       mod-convertir.
                   if not clientCreditOk then
                       display a-plg-clientBloque
                   else
                       perform mod-saisirAcompte
                       perform mod-ecrireCommande
                   end-if
                 end-if
           move destinationD to destinationCmd
           move placesD to placesCmd
           set cmdEnAttente to true
           move tauxAcompteSaisi to tauxAcompteCmd
           move numAgenceD to numAgenceCmd

           write Commande
               invalid key
                   set devisConverti to true
                   move newCommande to numCommandeD
                   rewrite Devis
                   move 'K' to modeExig
                   move 'D' to typePieceExig
                   call 'exigencesEquip' using modeExig typePieceExig
                       numDevis newCommande
                   display a-plg-resConversion
                   perform mod-ecrireAuditConversion
                   if tauxAcompteCmd > 0 then
                       perform mod-facturerAcompte
                   end-if
           end-write
           close f-commande
       .

       *> taux d'acompte : celui des conditions du client est
       *> propose, l'operateur peut le modifier pour cette commande
       mod-saisirAcompte.
           move 0 to tauxAcompteSaisi
           open input f-condClient
           if statusCondClient = '00' then
               move numClientD to numClientK
               read f-condClient
                   not invalid key
                       move tauxAcompteK to tauxAcompteSaisi
               end-read
               close f-condClient
           end-if
           display s-plg-saisieAcompte
           accept s-tauxAcompte
       .

       *> facture d'acompte : montant = taux x prix du devis, TVA au
       *> taux du tarif retenu (sans tarif, pas de TVA), une ligne
       *> type C; l'acompte est suivi dans Acompte.dat jusqu'a son
       *> encaissement puis sa deduction de la facture mensuelle
       mod-facturerAcompte.
           compute montantAcompte rounded =
               montantD * tauxAcompteCmd / 100
           if montantAcompte = 0 then
               exit paragraph
           end-if

           move 0 to tauxTvaAcompte
           if numTarifD not = 0 then
               open input f-tarif
               if statusTarif = '00' then
                   move numTarifD to numTarif
                   read f-tarif
                       not invalid key
                           move tauxTvaTarif to tauxTvaAcompte
                   end-read
                   close f-tarif
               end-if
           end-if
           compute htAcompte rounded =
               montantAcompte * 100 / (100 + tauxTvaAcompte)
           compute tvaAcompte = montantAcompte - htAcompte

           call 'societeClient' using numClientD busSansObjet
               societeAcompte end-call
           move 'C' to modeNumero
           call 'numeroterPiece' using modeNumero societeAcompte
               newFacture acompteNumero end-call
           move 'N' to modeNumero
           call 'numeroterPiece' using modeNumero societeAcompte
               newFacture acompteNumero end-call
           if not numeroAttribue then
               display a-plg-plageEpuisee
               exit paragraph
           end-if

           open i-o f-facture
           if statusFacture = '35' then
               open output f-facture
               close f-facture
               open i-o f-facture
           end-if

           move newFacture to numFacture
           move numClientD to numClientF
           move dateJour(1:6) to moisFacture
           move montantAcompte to montantFacture
           move dateJour to dateFacture
           set factureOuverte to true
           move 0 to montantRegleF
           set estAcompte to true
           move htAcompte to montantHTF
           move tvaAcompte to montantTvaF
           write Facture
               invalid key
                   close f-facture
                   display a-plg-nonRes
                   exit paragraph
           end-write
           move 'FACTURE' to jrnFichier
           move 'E' to jrnOperation
           move spaces to jrnAvant
           move spaces to jrnApres
           move Facture to jrnApres(1:70)
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call
           close f-facture

           open i-o f-ligneFact
           if statusLigneFact = '35' then
               open output f-ligneFact
               close f-ligneFact
               open i-o f-ligneFact
           end-if
           move newFacture to numFactureL
           move 1 to seqLigneF
           move 0 to numAffectL
           move dateJour to dateLigneF
           move numCircuitD to numCircuitL
           move montantAcompte to montantLigneF
           move 0 to fraisLigneF
           move tauxTvaAcompte to tauxTvaLigneF
           set ligneAcompte to true
           write FactureLigne
               invalid key
                   continue
           end-write
           close f-ligneFact

           open i-o f-acompte
           if statusAcompte = '35' then
               open output f-acompte
               close f-acompte
               open i-o f-acompte
           end-if
           move newFacture to numFactAcompte
           move numClientD to numClientAc
           move newCommande to numCommandeAc
           move numDevis to numDevisAc
           move dateTrajetD to dateTrajetAc
           move tauxAcompteCmd to tauxAcompteAc
           move montantAcompte to montantAcompteAc
           move htAcompte to htAcompteAc
           move tauxTvaAcompte to tauxTvaAc
           move 0 to dateEncaissAc
           move 0 to numFactImputAc
           move 0 to dateImputAc
           write Acompte
               invalid key
                   continue
           end-write
           close f-acompte

           perform mod-imprimerAcompte
           perform mod-ecrireAuditAcompte
           display a-plg-resAcompte
       .

       mod-imprimerAcompte.
           move spaces to nomImprime
           string 'acompte-' newFacture '.txt'
               delimited size into nomImprime
           open output f-imprime

           *> en-tete de la societe emettrice
           move societeAcompte to numeroSociete
           call 'lireSociete' using modeSociete numeroSociete
               societeAc societeTrouvee end-call
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
           move 'FACTURE D''ACOMPTE No' to ligneImprime(1:20)
           move newFacture to ligneImprime(22:6)
           move 'du' to ligneImprime(30:2)
           move dateJour(7:2) to ligneImprime(33:2)
           move '/' to ligneImprime(35:1)
           move dateJour(5:2) to ligneImprime(36:2)
           move '/' to ligneImprime(38:1)
           move dateJour(1:4) to ligneImprime(39:4)
           write ligneImprime

           open input f-client
           if statusClient = '00' then
               move numClientD to numClient
               read f-client
                   invalid key
                       continue
                   not invalid key
                       move ligneVide to ligneImprime
                       move 'Client' to ligneImprime(1:6)
                       move numClientD to ligneImprime(8:4)
                       move nomClient to ligneImprime(14:30)
                       write ligneImprime
                       move ligneVide to ligneImprime
                       move adresseClient to ligneImprime(14:40)
                       write ligneImprime
               end-read
               close f-client
           end-if

           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Commande' to ligneImprime(1:8)
           move newCommande to ligneImprime(10:6)
           move '(devis' to ligneImprime(17:6)
           move numDevis to ligneImprime(24:6)
           move ') trajet du' to ligneImprime(30:11)
           move dateTrajetD to ligneImprime(42:8)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Acompte de' to ligneImprime(1:10)
           move tauxAcompteCmd to dureeEditee
           move dureeEditee to ligneImprime(12:6)
           move '% sur' to ligneImprime(19:5)
           move montantD to montantEdite
           move montantEdite to ligneImprime(25:12)
           move 'euros' to ligneImprime(38:5)
           write ligneImprime
           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Montant HT' to ligneImprime(1:10)
           move htAcompte to montantEdite
           move montantEdite to ligneImprime(25:12)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'TVA' to ligneImprime(1:3)
           move tauxTvaAcompte to dureeEditee
           move dureeEditee to ligneImprime(5:6)
           move '%' to ligneImprime(12:1)
           move tvaAcompte to montantEdite
           move montantEdite to ligneImprime(25:12)
           write ligneImprime
           move ligneVide to ligneImprime
           move 'ACOMPTE A REGLER TTC' to ligneImprime(1:20)
           move montantAcompte to montantEdite
           move montantEdite to ligneImprime(25:12)
           move 'euros' to ligneImprime(38:5)
           write ligneImprime
           move ligneVide to ligneImprime
           write ligneImprime
           move ligneVide to ligneImprime
           move 'Acompte deduit de la facture du mois du trajet.'
               to ligneImprime(1:47)
           write ligneImprime
           if societeConnue and ibanSA not = spaces then
               move ligneVide to ligneImprime
               move 'IBAN :' to ligneImprime(1:6)
               move ibanSA to ligneImprime(8:34)
               if bicSA not = spaces then
                   move 'BIC :' to ligneImprime(44:5)
                   move bicSA to ligneImprime(50:11)
               end-if
               write ligneImprime
           end-if

           close f-imprime
       .

       mod-ecrireAuditAcompte.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'FACTURE' to ligneAudit(25:11)
           move newFacture to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'acompte cmd' to ligneAudit(54:11)
           move newCommande to ligneAudit(66:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> taux de conversion : devis convertis rapportes aux devis
       *> etablis
       mod-tauxConversion.
           move numDevis to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move destinationD to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-ecrireAuditConversion.
           move operateurID-parm to ligneAudit(43:10)
           move 'converti cmd' to ligneAudit(54:12)
           move numCommandeD to ligneAudit(67:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestDevis.
