       program-id. commissionsAgences.

       *> commissions des agences de voyages, a lancer apres la
       *> facturation du mois : chaque ligne de trajet facturee dans
       *> le mois dont l'affectation a ete apportee par une agence
       *> (AffectAgence.dat, cree par dispatchCommandes) donne une
       *> commission au taux fige sur l'affectation, calculee sur le
       *> prix HT du trajet (frais refactures exclus). Une ligne n'est
       *> commissionnee qu'une fois (CommissionAgence.dat); le releve
       *> de chaque agence reprend toutes les commissions du mois et
       *> son total (ReleveCommission.dat) est passe en comptabilite
       *> par exportComptable (code COMMISSION).

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

           select f-affectAgence assign 'AffectAgence.dat'
           organization indexed access dynamic
           record key numAffectAG
           alternate record key numAgenceAG duplicates
           file status is statusAffectAgence.

           select f-agence assign 'Agence.dat'
           organization indexed access dynamic
           record key numAgence
           file status is statusAgence.

           *> commission par ligne de facture
           select f-commission assign 'CommissionAgence.dat'
           organization indexed access dynamic
           record key cleCommission
           alternate record key numAffectCA duplicates
           alternate record key numAgenceCA duplicates
           file status is statusCommission.

           *> total par agence et par mois, repris par la comptabilite
           select f-releve assign 'ReleveCommission.dat'
           organization indexed access dynamic
           record key cleReleve
           file status is statusReleve.

           select f-imprime assign nomImprime organization line
           sequential.

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
               88 ligneTrajet values ' ' 'B' 'A' 'K'.

       fd f-affectAgence.
       1 AffectAgence.
           2 numAffectAG pic 9(6).
           2 numAgenceAG pic 9(4).
           2 numCommandeAG pic 9(6).
           2 tauxCommissionAG pic 9(2)v99.

       fd f-agence.
       1 Agence.
           2 numAgence pic 9(4).
           2 nomAgence pic x(30).
           2 contactAgence pic x(30).
           2 adresseAgence pic x(40).
           2 tauxCommAg pic 9(2)v99.
           2 statutAgence pic x(01).

       fd f-commission.
       1 CommissionAgence.
           2 cleCommission.
               3 numFactureCA pic 9(6).
               3 seqLigneCA pic 9(3).
           2 numAffectCA pic 9(6).
           2 numAgenceCA pic 9(4).
           2 moisCA pic 9(6).
           2 numClientCA pic 9(4).
           2 dateTrajetCA pic 9(8).
           2 baseHTCA pic 9(9)v99.
           2 tauxCA pic 9(2)v99.
           2 montantCA pic 9(7)v99.

       fd f-releve.
       1 ReleveCommission.
           2 cleReleve.
               3 moisRC pic 9(6).
               3 numAgenceRC pic 9(4).
           2 nbTrajetsRC pic 9(5).
           2 baseHTRC pic 9(9)v99.
           2 montantRC pic 9(9)v99.
           2 dateCalculRC pic 9(8).

       fd f-imprime.
       1 ligneImprime pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusFacture pic xx.
       1 statusLigneFact pic xx.
       1 statusAffectAgence pic xx.
       1 statusAgence pic xx.
       1 statusCommission pic xx.
       1 statusReleve pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.

       1 moisSaisi pic 9(6) value 0.
       1 dateJour pic 9(8).
       1 heureGeneration pic 9(6).
       1 nomImprime pic x(30).
       1 ligneVide pic x(80) value spaces.
       1 montantEdite pic z(8)9.99.
       1 tauxEdite pic z9.99.
       1 nbLignesImprime pic 9(6).

       1 nbNouvelles pic 9(5) value 0.
       1 nbDejaCalculees pic 9(5) value 0.
       1 nbReleves pic 9(4) value 0.
       1 totalCommissions pic 9(11)v99 value 0.

       *> agences commissionnees dans le mois
       1 nbAgencesTab pic 9(3) value 0.
       1 tabAgences.
           2 tabAgenceLigne occurs 200 times.
               3 tabAgenceNum pic 9(4).
               3 tabAgenceNb pic 9(5).
               3 tabAgenceBase pic 9(9)v99.
               3 tabAgenceMontant pic 9(9)v99.
       1 idxTab pic 9(3).
       1 agenceCourante pic 9(4).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLireLignes value 'o' false 'n'.

       1 pic x value 'n'.
       88 agenceConnue value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneFactOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 agenceOuverte value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).
       1 moisImpose-parm pic 9(6).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-saisie.
           2 line 4 col 4 'Commissions des agences de voyages'.
           2 line 6 col 10 'Mois factur'&x'82'&' (AAAAMM) : '.
           2 s-mois pic 9(6) to moisSaisi required.

       1 a-plg-sansAgences.
           2 line 8 col 10 'Aucune affectation apport'&x'82'&'e par '&
           'une agence'.

       1 a-plg-sansFactures.
           2 line 8 col 10 'Aucune facture au fichier'.

       1 a-plg-res.
           2 line 8 col 10 'Trajets commissionn'&x'82'&'s : '.
           2 a-nbNouvelles pic z(5) from nbNouvelles.
           2 line 9 col 10 'D'&x'82'&'j'&x'85'&' calcul'&x'82'&'s : '.
           2 a-nbDeja pic z(5) from nbDejaCalculees.
           2 line 10 col 10 'Relev'&x'82'&'s d''agence '&
           '(commission-AAAAMM-NNNN.txt) : '.
           2 a-nbReleves pic z(4) from nbReleves.
           2 line 11 col 10 'Commissions du mois : '.
           2 a-total pic z(10)9.99 from totalCommissions.

       procedure division using operateurID-parm moisImpose-parm.
           move 0 to nbNouvelles
           move 0 to nbDejaCalculees
           move 0 to nbReleves
           move 0 to totalCommissions
           move 0 to nbAgencesTab
           if moisImpose-parm not = 0 then
               move moisImpose-parm to moisSaisi
           else
               display a-effacer
               display s-plg-saisie
               accept s-mois
           end-if
           accept dateJour from date yyyymmdd
           accept heureGeneration from time

           open input f-affectAgence
           if statusAffectAgence not = '00' then
               display a-plg-sansAgences
               display a-plg-next
               accept s-next
               goback
           end-if

           open input f-facture
           if statusFacture not = '00' then
               close f-affectAgence
               display a-plg-sansFactures
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-ligneFact
           if statusLigneFact = '00' then
               set ligneFactOuverte to true
           end-if

           open i-o f-commission
           if statusCommission = '35' then
               open output f-commission
               close f-commission
               open i-o f-commission
           end-if

           set fin-lire to false
           read f-facture next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire
               and moisFacture = moisSaisi
               and estFacture then
                   perform mod-traiterFacture
               end-if
               read f-facture next
               end set fin-lire to true end-read
           end-perform

           if ligneFactOuverte then
               close f-ligneFact
               set ligneFactOuverte to false
           end-if
           close f-facture
           close f-affectAgence

           perform mod-cumulerMois
           perform mod-editerReleves
           close f-commission

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       *> lignes de trajet de la facture courante
       mod-traiterFacture.
           if not ligneFactOuverte then
               exit paragraph
           end-if
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
                           if ligneTrajet and numAffectL not = 0 then
                               perform mod-commissionnerLigne
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-commissionnerLigne.
           move numAffectL to numAffectAG
           read f-affectAgence
               invalid key
                   exit paragraph
           end-read

           move numFactureL to numFactureCA
           move seqLigneF to seqLigneCA
           read f-commission
               not invalid key
                   add 1 to nbDejaCalculees
                   exit paragraph
           end-read

           move numFactureL to numFactureCA
           move seqLigneF to seqLigneCA
           move numAffectL to numAffectCA
           move numAgenceAG to numAgenceCA
           move moisSaisi to moisCA
           move numClientF to numClientCA
           move dateLigneF to dateTrajetCA
           compute baseHTCA rounded =
               montantLigneF / (1 + tauxTvaLigneF / 100)
           move tauxCommissionAG to tauxCA
           compute montantCA rounded = baseHTCA * tauxCA / 100
           write CommissionAgence
               invalid key
                   continue
               not invalid key
                   add 1 to nbNouvelles
           end-write
       .

       *> toutes les commissions du mois (y compris celles d'un
       *> passage precedent), cumulees par agence
       mod-cumulerMois.
           move 0 to numFactureCA
           move 0 to seqLigneCA
           set fin-lire to false
           start f-commission key is not less cleCommission
               invalid key
                   set fin-lire to true
           end-start
           perform until fin-lire
               read f-commission next
                   at end
                       set fin-lire to true
                   not at end
                       if moisCA = moisSaisi then
                           perform mod-cumulerAgence
                       end-if
               end-read
           end-perform
       .

       mod-cumulerAgence.
           perform varying idxTab from 1 by 1
               until idxTab > nbAgencesTab
               or tabAgenceNum(idxTab) = numAgenceCA
               continue
           end-perform
           if idxTab > nbAgencesTab and nbAgencesTab < 200 then
               add 1 to nbAgencesTab
               move nbAgencesTab to idxTab
               move numAgenceCA to tabAgenceNum(idxTab)
               move 0 to tabAgenceNb(idxTab)
               move 0 to tabAgenceBase(idxTab)
               move 0 to tabAgenceMontant(idxTab)
           end-if
           if idxTab <= nbAgencesTab then
               add 1 to tabAgenceNb(idxTab)
               add baseHTCA to tabAgenceBase(idxTab)
               add montantCA to tabAgenceMontant(idxTab)
               add montantCA to totalCommissions
           end-if
       .

       *> un releve par agence, total du mois mis a jour pour la
       *> comptabilite
       mod-editerReleves.
           open i-o f-releve
           if statusReleve = '35' then
               open output f-releve
               close f-releve
               open i-o f-releve
           end-if
           open input f-agence
           if statusAgence = '00' then
               set agenceOuverte to true
           end-if
           perform varying idxTab from 1 by 1
               until idxTab > nbAgencesTab
               move tabAgenceNum(idxTab) to agenceCourante
               perform mod-imprimerReleve
               perform mod-enregistrerReleve
               perform mod-cataloguer
               perform mod-ecrireAudit
               add 1 to nbReleves
           end-perform
           if agenceOuverte then
               close f-agence
               set agenceOuverte to false
           end-if
           close f-releve
       .

       mod-imprimerReleve.
           set agenceConnue to false
           if agenceOuverte then
               move agenceCourante to numAgence
               read f-agence
                   not invalid key
                       set agenceConnue to true
               end-read
           end-if
           if not agenceConnue then
               move spaces to nomAgence
               move spaces to adresseAgence
           end-if

           move spaces to nomImprime
           string 'commission-' moisSaisi '-' agenceCourante '.txt'
               delimited size into nomImprime
           open output f-imprime
           move 0 to nbLignesImprime

           move ligneVide to ligneImprime
           move 'RELEVE DE COMMISSIONS' to ligneImprime(1:21)
           move moisSaisi(5:2) to ligneImprime(24:2)
           move '/' to ligneImprime(26:1)
           move moisSaisi(1:4) to ligneImprime(27:4)
           perform mod-ecrireLigne
           move ligneVide to ligneImprime
           move 'Agence' to ligneImprime(1:6)
           move agenceCourante to ligneImprime(8:4)
           move nomAgence to ligneImprime(14:30)
           perform mod-ecrireLigne
           if agenceConnue then
               move ligneVide to ligneImprime
               move adresseAgence to ligneImprime(14:40)
               perform mod-ecrireLigne
           end-if
           move ligneVide to ligneImprime
           perform mod-ecrireLigne
           move ligneVide to ligneImprime
           move 'Facture' to ligneImprime(1:7)
           move 'Trajet' to ligneImprime(10:6)
           move 'Date' to ligneImprime(18:4)
           move 'Client' to ligneImprime(28:6)
           move 'Base HT' to ligneImprime(40:7)
           move 'Taux' to ligneImprime(50:4)
           move 'Commission' to ligneImprime(59:10)
           perform mod-ecrireLigne

           move agenceCourante to numAgenceCA
           set fin-lire to false
           start f-commission key is = numAgenceCA
               invalid key
                   set fin-lire to true
           end-start
           perform until fin-lire
               read f-commission next
                   at end
                       set fin-lire to true
                   not at end
                       if numAgenceCA not = agenceCourante then
                           set fin-lire to true
                       else
                           if moisCA = moisSaisi then
                               perform mod-imprimerDetail
                           end-if
                       end-if
               end-read
           end-perform

           move ligneVide to ligneImprime
           perform mod-ecrireLigne
           move ligneVide to ligneImprime
           move 'Trajets :' to ligneImprime(1:9)
           move tabAgenceNb(idxTab) to ligneImprime(11:5)
           move 'TOTAL' to ligneImprime(28:5)
           move tabAgenceBase(idxTab) to montantEdite
           move montantEdite to ligneImprime(35:12)
           move tabAgenceMontant(idxTab) to montantEdite
           move montantEdite to ligneImprime(57:12)
           perform mod-ecrireLigne
           close f-imprime
       .

       mod-imprimerDetail.
           move ligneVide to ligneImprime
           move numFactureCA to ligneImprime(1:6)
           move numAffectCA to ligneImprime(10:6)
           move dateTrajetCA to ligneImprime(18:8)
           move numClientCA to ligneImprime(28:4)
           move baseHTCA to montantEdite
           move montantEdite to ligneImprime(35:12)
           move tauxCA to tauxEdite
           move tauxEdite to ligneImprime(49:5)
           move montantCA to montantEdite
           move montantEdite to ligneImprime(57:12)
           perform mod-ecrireLigne
       .

       mod-ecrireLigne.
           write ligneImprime
           add 1 to nbLignesImprime
       .

       mod-enregistrerReleve.
           move moisSaisi to moisRC
           move agenceCourante to numAgenceRC
           read f-releve
               invalid key
                   move tabAgenceNb(idxTab) to nbTrajetsRC
                   move tabAgenceBase(idxTab) to baseHTRC
                   move tabAgenceMontant(idxTab) to montantRC
                   move dateJour to dateCalculRC
                   write ReleveCommission
                       invalid key
                           continue
                   end-write
               not invalid key
                   move tabAgenceNb(idxTab) to nbTrajetsRC
                   move tabAgenceBase(idxTab) to baseHTRC
                   move tabAgenceMontant(idxTab) to montantRC
                   move dateJour to dateCalculRC
                   rewrite ReleveCommission
                       invalid key
                           continue
                   end-rewrite
           end-read
       .

       mod-cataloguer.
           open extend f-editions
           move 'releve-commission' to nomEdition
           move dateJour to dateEdition
           move heureGeneration to heureEdition
           move nbLignesImprime to nbLignesEdition
           write ligneEdition
           close f-editions
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'COMMISSION' to ligneAudit(25:11)
           move agenceCourante to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move moisSaisi to ligneAudit(54:6)
           move tabAgenceMontant(idxTab) to montantEdite
           move montantEdite to ligneAudit(61:12)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program commissionsAgences.
