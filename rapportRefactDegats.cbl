       program-id. rapportRefactDegats.

       *> degats refactures et recouvres : pour chaque refacturation
       *> de degats (RefactDegat.dat) dont l'incident tombe dans
       *> l'annee demandee, le cout de reparation de l'incident, le
       *> montant refacture au client, ce que le client a regle sur
       *> la facture de degats et ce que l'assurance a rembourse sur
       *> l'incident (Sinistre.dat). Les totaux font ressortir la part
       *> du cout des degats qui reste a la charge de l'entreprise.
       *> Resultat dans degatsRefactures.txt, catalogue dans
       *> editions.log.

       file-control.
           select f-refact assign 'RefactDegat.dat'
           organization indexed access dynamic
           record key numIncidentRD
           alternate record key numClientRD duplicates
           file status is statusRefact.

           select f-incident assign 'Incident.dat' organization
           indexed access dynamic
           record key numIncident
           alternate record key numBusI duplicates
           file status is statusFIncident.

           select f-facture assign 'Facture.dat' organization
           indexed
           access dynamic record key numFacture
           file status is statusFacture.

           select f-sinistre assign 'Sinistre.dat'
           organization indexed access dynamic
           record key numSinistre
           alternate record key numIncidentS duplicates
           file status is statusSinistre.

           select f-rapport assign 'degatsRefactures.txt'
           organization line sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
       fd f-refact.
       1 RefactDegat.
           2 numIncidentRD pic 9(4).
           2 numAffectRD pic 9(6).
           2 numClientRD pic 9(4).
           2 montantRD pic 9(6)v99.
           2 motifRD pic x(40).
           2 statutRD pic x(01).
               88 refactProposee value 'P'.
               88 refactApprouvee value 'V'.
               88 refactRefusee value 'R'.
               88 refactFacturee value 'F'.
           2 datePropRD pic 9(8).
           2 operPropRD pic x(10).
           2 dateDecisionRD pic 9(8).
           2 operDecisionRD pic x(10).
           2 numFactureRD pic 9(6).

       fd f-incident.
       1 Incident.
           2 numIncident pic 9(4).
           2 numBusI pic 9(4).
           2 numAffectI pic 9(6).
           2 dateIncident pic 9(8).
           2 descriptionIncident pic x(60).
           2 statusIncident pic x(01).
               88 incidentOuvert value 'O'.
               88 incidentEnReparation value 'R'.
               88 incidentClos value 'F'.
           2 coutReparation pic 9(6)v99.
           2 dateClotureIncident pic 9(8).

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
           2 montantRegleF pic 9(9)v99.
           2 typeF pic x(01).
               88 estFacture value 'F'.
               88 estAvoir value 'A'.
               88 estAcompte value 'D'.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

       fd f-sinistre.
       1 Sinistre.
           2 numSinistre pic 9(4).
           2 numIncidentS pic 9(4).
           2 assureurS pic x(30).
           2 refSinistreS pic x(15).
           2 dateDeclarationS pic 9(8).
           2 dateExpertiseS pic 9(8).
           2 dateRemboursS pic 9(8).
           2 montantRembourseS pic 9(6)v99.
           2 statutSinistre pic x(01).
               88 sinistreDeclare value 'D'.
               88 sinistreExpertise value 'E'.
               88 sinistreRembourse value 'R'.
               88 sinistreClos value 'C'.

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusRefact pic xx.
       1 statusFIncident pic xx.
       1 statusFacture pic xx.
       1 statusSinistre pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 montantEdite pic z(6)9.99.
       1 totalEdite pic z(8)9.99.

       1 dateJour pic 9(8).
       1 heureGeneration pic 9(6).
       1 nbLignesRapport pic 9(6) value 0.

       1 anneeSaisie pic 9(4) value 0.
       1 nbRefact pic 9(4) value 0.

       *> montants de la refacturation courante
       1 coutIncident pic 9(6)v99.
       1 regleClient pic 9(9)v99.
       1 rembAssurance pic 9(7)v99.

       *> totaux : le refacture ne compte que les refacturations
       *> approuvees ou facturees
       1 totalCout pic 9(9)v99 value 0.
       1 totalRefacture pic 9(9)v99 value 0.
       1 totalFacture pic 9(9)v99 value 0.
       1 totalRegle pic 9(9)v99 value 0.
       1 totalAssurance pic 9(9)v99 value 0.
       1 totalRecouvre pic 9(9)v99 value 0.
       1 resteCharge pic s9(9)v99 value 0.
       1 resteEdite pic -(8)9.99.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLireSinistre value 'o' false 'n'.

       1 pic x value 'n'.
       88 fichierIncidentOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 fichierFactureOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 sinistreOuvert value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-saisie.
           2 line 4 col 4 'D'&x'82'&'g'&x'83'&'ts refactur'&x'82'&
           's et recouvr'&x'82'&'s'.
           2 line 6 col 10 'Ann'&x'82'&'e des incidents (AAAA, '&
           '0 = toutes) : '.
           2 s-annee pic 9(4) to anneeSaisie.

       1 a-plg-res.
           2 line 18 col 10 'degatsRefactures.txt a bien '&x'82'&'t'&
           x'82'&' cr'&x'82'&x'82'&' ('.
           2 a-nbRefact pic z(4) from nbRefact.
           2 ' refacturation(s))'.

       1 a-plg-vide.
           2 line 18 col 10 'Aucune refacturation de d'&x'82'&'g'&
           x'83'&'ts enregistr'&x'82'&'e'.

       procedure division.
           move 0 to nbLignesRapport
           move 0 to nbRefact
           move 0 to totalCout
           move 0 to totalRefacture
           move 0 to totalFacture
           move 0 to totalRegle
           move 0 to totalAssurance
           move 0 to totalRecouvre
           move 0 to resteCharge
           set fin-lire to false
           set fichierIncidentOuvert to false
           set fichierFactureOuvert to false
           set sinistreOuvert to false

           display s-plg-saisie
           accept s-annee

           accept dateJour from date yyyymmdd
           accept heureGeneration from time

           open input f-refact
           if statusRefact not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-incident
           if statusFIncident = '00' then
               set fichierIncidentOuvert to true
           end-if
           open input f-facture
           if statusFacture = '00' then
               set fichierFactureOuvert to true
           end-if
           open input f-sinistre
           if statusSinistre = '00' then
               set sinistreOuvert to true
           end-if
           open output f-rapport

           perform mod-entete

           read f-refact next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   perform mod-traiterRefact
               end-if
               read f-refact next
               end set fin-lire to true end-read
           end-perform

           perform mod-totaux

           close f-rapport
           if sinistreOuvert then
               close f-sinistre
               set sinistreOuvert to false
           end-if
           if fichierFactureOuvert then
               close f-facture
               set fichierFactureOuvert to false
           end-if
           if fichierIncidentOuvert then
               close f-incident
               set fichierIncidentOuvert to false
           end-if
           close f-refact

           perform mod-cataloguer

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-entete.
           move ligneVide to ligne
           move 'DEGATS REFACTURES ET RECOUVRES' to ligne(1:30)
           if anneeSaisie not = 0 then
               move 'annee' to ligne(32:5)
               move anneeSaisie to ligne(38:4)
           end-if
           move 'edite le' to ligne(50:8)
           move dateJour to ligne(59:8)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move '(statut : P proposee, V approuvee, R refusee,'
               to ligne(1:46)
           move ' F facturee)' to ligne(47:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Inc. Clt  Date' to ligne(1:14)
           move 'Cout rep.' to ligne(23:9)
           move 'Refacture' to ligne(34:9)
           move 'S' to ligne(44:1)
           move 'Fact.' to ligne(46:5)
           move 'Regle' to ligne(58:5)
           move 'Assurance' to ligne(65:9)
           perform mod-ecrireLigne
       .

       mod-traiterRefact.
           move 0 to coutIncident
           move 0 to dateIncident
           if fichierIncidentOuvert then
               move numIncidentRD to numIncident
               read f-incident
                   invalid key
                       move 0 to dateIncident
                   not invalid key
                       move coutReparation to coutIncident
               end-read
           end-if
           if anneeSaisie not = 0
           and dateIncident(1:4) not = anneeSaisie then
               exit paragraph
           end-if

           move 0 to regleClient
           if refactFacturee and fichierFactureOuvert then
               move numFactureRD to numFacture
               read f-facture
                   not invalid key
                       move montantRegleF to regleClient
               end-read
           end-if
           perform mod-cumulerAssurance

           add 1 to nbRefact
           add coutIncident to totalCout
           add rembAssurance to totalAssurance
           if refactApprouvee or refactFacturee then
               add montantRD to totalRefacture
           end-if
           if refactFacturee then
               add montantRD to totalFacture
           end-if
           add regleClient to totalRegle

           move ligneVide to ligne
           move numIncidentRD to ligne(1:4)
           move numClientRD to ligne(6:4)
           if dateIncident not = 0 then
               move dateIncident(7:2) to ligne(11:2)
               move '/' to ligne(13:1)
               move dateIncident(5:2) to ligne(14:2)
               move '/' to ligne(16:1)
               move dateIncident(1:4) to ligne(17:4)
           end-if
           move coutIncident to montantEdite
           move montantEdite to ligne(22:10)
           move montantRD to montantEdite
           move montantEdite to ligne(33:10)
           move statutRD to ligne(44:1)
           if numFactureRD not = 0 then
               move numFactureRD to ligne(46:6)
           end-if
           move regleClient to montantEdite
           move montantEdite to ligne(53:10)
           move rembAssurance to montantEdite
           move montantEdite to ligne(64:10)
           perform mod-ecrireLigne
       .

       *> remboursements de l'assurance sur l'incident, tous
       *> dossiers de sinistre confondus
       mod-cumulerAssurance.
           move 0 to rembAssurance
           if not sinistreOuvert then
               exit paragraph
           end-if
           set finLireSinistre to false
           move numIncidentRD to numIncidentS
           start f-sinistre key is equal numIncidentS
               invalid key
                   set finLireSinistre to true
           end-start
           perform until finLireSinistre
               read f-sinistre next
                   at end
                       set finLireSinistre to true
                   not at end
                       if numIncidentS not = numIncidentRD then
                           set finLireSinistre to true
                       else
                           add montantRembourseS to rembAssurance
                       end-if
               end-read
           end-perform
       .

       mod-totaux.
           compute totalRecouvre = totalRegle + totalAssurance
           compute resteCharge = totalCout - totalRecouvre

           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Cout des reparations' to ligne(1:20)
           move totalCout to totalEdite
           move totalEdite to ligne(40:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Refacture (approuve ou facture)' to ligne(1:31)
           move totalRefacture to totalEdite
           move totalEdite to ligne(40:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move '  dont facture' to ligne(1:14)
           move totalFacture to totalEdite
           move totalEdite to ligne(40:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Regle par les clients' to ligne(1:21)
           move totalRegle to totalEdite
           move totalEdite to ligne(40:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Rembourse par l''assurance' to ligne(1:25)
           move totalAssurance to totalEdite
           move totalEdite to ligne(40:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Total recouvre' to ligne(1:14)
           move totalRecouvre to totalEdite
           move totalEdite to ligne(40:12)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Reste a la charge de l''entreprise' to ligne(1:33)
           move resteCharge to resteEdite
           move resteEdite to ligne(39:13)
           perform mod-ecrireLigne
       .

       mod-ecrireLigne.
           write rapport
           add 1 to nbLignesRapport
       .

       mod-cataloguer.
           open extend f-editions
           move 'degats-refactures' to nomEdition
           move dateJour to dateEdition
           move heureGeneration to heureEdition
           move nbLignesRapport to nbLignesEdition
           write ligneEdition
           close f-editions
       .

       end program rapportRefactDegats.
