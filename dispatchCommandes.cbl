           access dynamic record key numTarif
           file status is statusTarif.

           *> commande apportee par une agence de voyages : le lien
           *> et le taux de commission en vigueur suivent l'affectation
           select f-agence assign 'Agence.dat'
           organization indexed access dynamic
           record key numAgence
           file status is statusAgence.

           select f-affectAgence assign 'AffectAgence.dat'
           organization indexed access dynamic
           record key numAffectAG
           alternate record key numAgenceAG duplicates
           file status is statusAffectAgence.

       select f-controle assign 'Controle.dat' organization
       indexed
               88 cmdEnAttente value 'P'.
               88 cmdAssignee value 'A'.
               88 cmdRefusee value 'R'.
           2 tauxAcompteCmd pic 9(2)v99.
           2 numAgenceCmd pic 9(4).

       fd f-affectation.
       1 Affectation.
           2 modeTarif pic x(01).
               88 tarifParTrajet value 'T'.
               88 tarifParKm value 'K'.
               88 tarifHoraire value 'H'.
               88 tarifJournalier value 'J'.
           2 prixTarif pic 9(6)v99.
           2 dateDebTarif pic 9(8).
           2 dateFinTarif pic 9(8).
           2 cleControle pic 9(1).
           2 dernierNumAffect pic 9(6).

       fd f-agence.
       1 Agence.
           2 numAgence pic 9(4).
           2 nomAgence pic x(30).
           2 contactAgence pic x(30).
           2 adresseAgence pic x(40).
           2 tauxCommAg pic 9(2)v99.
           2 statutAgence pic x(01).

       fd f-affectAgence.
       1 AffectAgence.
           2 numAffectAG pic 9(6).
           2 numAgenceAG pic 9(4).
           2 numCommandeAG pic 9(6).
           2 tauxCommissionAG pic 9(2)v99.

       working-storage section.

       1 tarifResolu pic 9(4).
       1 montantResolu pic 9(7)v99.

       *> mise a disposition (tarifs H et J, calculMiseDispo)
       1 dureeMAD pic 9(3)v99.
       1 attenteMAD pic 9(3)v99.
       1 kmMAD pic 9(5).
       1 montantBaseMAD pic 9(7)v99.
       1 montantAttenteMAD pic 9(7)v99.
       1 montantKmSupMAD pic 9(7)v99.

       1 pic x value 'n'.
       88 finLireTarif value 'o' false 'n'.

       88 tarifClientTrouve value 'o' false 'n'.

       1 statusCommande pic xx.
       1 statusAgence pic xx.
       1 statusAffectAgence pic xx.
       1 statusIndispo pic xx.
       1 statusIndispoB pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 pic x value 'o'.
       88 circuitValide value 'o' false 'n'.

       *> equipements exiges par la commande (verifEquipement)
       1 typePieceExig pic x(01) value 'C'.
       1 equipManquants pic x(40).

       *> evenement de la commande, repris sur l'affectation
       *> (lienEvenement)
       1 modeEv pic x(01) value 'K'.
       1 typePieceEv pic x(01) value 'C'.

       *> confirmation de reservation au client (editerConfirmation),
       *> emise une fois Affectation.dat referme
       1 affectAConfirmer pic 9(6) value 0.
       1 modeConf pic x(01) value 'E'.
       1 confEmise pic x(01).

       1 pic x value 'n'.
       88 equipIncomplet value 'o' false 'n'.

       *> zones a faibles emissions du circuit commande (verifZFE)
       1 modeZfe pic x(01) value 'A'.
       1 villeZfe pic x(20).
       1 classeMinZfe pic x(01).
       1 dateEffetZfe pic 9(8).
       1 classeBusZfe pic x(01).

       1 pic x value 'n'.
       88 zfeInterdite value 'o' false 'n'.

       *> bus electrique (verifBusElectrique) : autonomie pour le
       *> circuit commande et recharge le jour demande (journee
       *> entiere : date de fin et heures a 0)
       1 retourElec pic x(01).
           88 autonomieInsuffisante value 'A'.
           88 busEnRecharge value 'R'.
       1 kmRequisElec pic 9(5).
       1 autonomieElec pic 9(4).
       1 borneElec pic x(10).
       1 heureJournee pic 9(4) value 0.
       1 dateFinJournee pic 9(8) value 0.

       1 pic x value 'n'.
       88 elecRefuse value 'o' false 'n'.

       *> connaissance du circuit commande par le chauffeur choisi
       *> (verifConnaissance), sauf derogation journalisee
       1 retourConnaissance pic x(01).
       1 reponseConnaissance pic x.

       1 pic x value 'n'.
       88 connaissanceRefusee value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).

           2 line 23 col 4 'Bus ou chauffeur indisponible : '&
           'affectation non cr'&x'82'&x'82'&'e'.

       1 a-plg-equipManquant.
           2 line 23 col 4 'Bus refus'&x'82'&', il manque : '.
           2 a-manquants pic x(40) from equipManquants.

       1 a-plg-zfeInterdite.
           2 line 23 col 4 'Bus refus'&x'82'&', zone '&x'85'&
           ' faibles '&x'82'&'missions '.
           2 a-villeZfe pic x(20) from villeZfe.
           2 ' (classe '.
           2 a-classeMinZfe pic x from classeMinZfe.
           2 ')'.

       1 a-plg-autonomie.
           2 line 23 col 4 'Bus refus'&x'82'&', autonomie '.
           2 a-autonomie pic zzz9 from autonomieElec.
           2 ' km pour '.
           2 a-kmRequis pic zzzz9 from kmRequisElec.
           2 ' km requis'.

       1 a-plg-busEnRecharge.
           2 line 23 col 4 'Bus refus'&x'82'&', en recharge ce jour '&
           '(borne '.
           2 a-borne pic x(10) from borneElec.
           2 ')'.

       1 s-plg-connaissance.
           2 line 23 col 4 'Chauffeur sans connaissance du '&
           'circuit '.
           2 a-circuitConnaissance pic 9(4) from numCircuitCmd.
           2 '. Passer outre (O/N) : '.
           2 s-connaissance pic x to reponseConnaissance.

       1 a-plg-effacerLigne.
           2 line 23 blank line.

       1 a-plg-connaissance.
           2 line 23 col 4 'Chauffeur refus'&x'82'&', circuit non '&
           'reconnu'.

       1 a-plg-res.
           2 line 23 col 4 'Affectation cr'&x'82'&x'82'&'e sous le '&
           'num'&x'82'&'ro '.
                   rewrite Commande
                   display a-plg-res
               else
                   evaluate true
                       when equipIncomplet
                           display a-plg-equipManquant
                       when zfeInterdite
                           display a-plg-zfeInterdite
                       when autonomieInsuffisante
                           display a-plg-autonomie
                       when busEnRecharge
                           display a-plg-busEnRecharge
                       when connaissanceRefusee
                           display a-plg-connaissance
                       when other
                           display a-plg-choixInvalide
                   end-evaluate
               end-if
               close f-commande
               display a-plg-next
               and nbplaces >= placesCmd then
                   perform mod-verifBusOccupe
                   if not busOccupe then
                       perform mod-verifEquipement
                   end-if
                   if not busOccupe and not equipIncomplet then
                       perform mod-verifZFE
                   end-if
                   if not busOccupe and not equipIncomplet
                   and not zfeInterdite then
                       perform mod-verifElectrique
                   end-if
                   if not busOccupe and not equipIncomplet
                   and not zfeInterdite and not elecRefuse then
                       display a-plg-resBus
                       compute i = i + 1
                   end-if
                   end-if
           end-read

           set equipIncomplet to false
           if not busOccupe then
               perform mod-verifEquipement
           end-if

           set zfeInterdite to false
           if not busOccupe and not equipIncomplet then
               perform mod-verifZFE
           end-if

           set elecRefuse to false
           move space to retourElec
           if not busOccupe and not equipIncomplet
           and not zfeInterdite then
               perform mod-verifElectrique
           end-if

           if not busOccupe then
               move chauffeurChoisi to numchaufN
               read f-chaufNouv
           close f-affectation

           if not busOccupe and not chauffeurOccupe
           and circuitValide and not equipIncomplet
           and not zfeInterdite and not elecRefuse then
               set choixValide to true
           end-if

           set connaissanceRefusee to false
           if choixValide then
               perform mod-verifConnaissance
               if connaissanceRefusee then
                   set choixValide to false
               end-if
           end-if
       .

       *> le chauffeur choisi doit avoir reconnu le circuit commande;
       *> a defaut, l'operateur peut passer outre et la derogation
       *> est journalisee
       mod-verifConnaissance.
           call 'verifConnaissance' using chauffeurChoisi
               numCircuitCmd retourConnaissance
           end-call
           if retourConnaissance = 'N' then
               display s-plg-connaissance
               accept s-connaissance
               display a-plg-effacerLigne
               if reponseConnaissance = 'O'
               or reponseConnaissance = 'o' then
                   perform mod-ecrireAuditConnaissance
               else
                   set connaissanceRefusee to true
               end-if
           end-if
       .

       mod-ecrireAuditConnaissance.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'MODIF' to ligneAudit(18:5)
           move 'CONNAISSANC' to ligneAudit(25:11)
           move chauffeurChoisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move 'derogation' to ligneAudit(54:10)
           move numCircuitCmd to ligneAudit(65:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> le bus doit porter tous les equipements exiges par la
       *> commande (elevateur, toilettes, ceintures...)
       mod-verifEquipement.
           call 'verifEquipement' using numero typePieceExig
               numCommande equipManquants
           end-call
           if equipManquants = spaces then
               set equipIncomplet to false
           else
               set equipIncomplet to true
           end-if
       .

       *> le bus doit avoir la classe d'emission exigee par les
       *> villes du circuit commande (zones en vigueur ce jour-la)
       mod-verifZFE.
           set zfeInterdite to false
           if numCircuitCmd not = 0 then
               call 'verifZFE' using numero numCircuitCmd
                   dateDemandee modeZfe villeZfe classeMinZfe
                   dateEffetZfe classeBusZfe
               end-call
               if villeZfe not = spaces then
                   set zfeInterdite to true
               end-if
           end-if
       .

       *> bus electrique : autonomie suffisante pour le circuit
       *> commande et pas de recharge prevue le jour demande
       mod-verifElectrique.
           call 'verifBusElectrique' using numero numCircuitCmd
               dateDemandee heureJournee dateFinJournee heureJournee
               retourElec kmRequisElec autonomieElec borneElec
           end-call
           if retourElec = space then
               set elecRefuse to false
           else
               set elecRefuse to true
           end-if
       .

       *> cree l'affectation sous le prochain numero libre et la
           write Affectation
               not invalid key
                   perform mod-ecrireAudit
                   if numAgenceCmd not = 0 then
                       perform mod-lierAgence
                   end-if
                   call 'lienEvenement' using modeEv typePieceEv
                       numCommande Numaffect numClientCmd
                   move Numaffect to affectAConfirmer
           end-write
           close f-affectation
           if affectAConfirmer not = 0 then
               call 'editerConfirmation' using affectAConfirmer
                   modeConf confEmise end-call
               move 0 to affectAConfirmer
           end-if
       .

       *> lien affectation -> agence apporteuse, taux de commission
       *> fige a la creation
       mod-lierAgence.
           move 0 to tauxCommissionAG
           open input f-agence
           if statusAgence = '00' then
               move numAgenceCmd to numAgence
               read f-agence
                   not invalid key
                       move tauxCommAg to tauxCommissionAG
               end-read
               close f-agence
           end-if
           open i-o f-affectAgence
           if statusAffectAgence = '35' then
               open output f-affectAgence
               close f-affectAgence
               open i-o f-affectAgence
           end-if
           move Numaffect to numAffectAG
           move numAgenceCmd to numAgenceAG
           move numCommande to numCommandeAG
           write AffectAgence
               invalid key
                   continue
           end-write
           close f-affectAgence
       .

       *> recherche dans Tarif.dat le tarif applicable au client et
           end-if
       .

       *> commande a la journee : une mise a disposition a l'heure
       *> est valorisee au minimum du tarif; attente et km
       *> supplementaires sont releves apres la prestation
       mod-retenirTarif.
           move numTarif to tarifResolu
           evaluate true
               when tarifParKm
                   compute montantResolu = prixTarif * distanceTrajet
               when tarifHoraire or tarifJournalier
                   move 0 to dureeMAD
                   move 0 to attenteMAD
                   move 0 to kmMAD
                   call 'calculMiseDispo' using numTarif modeTarif
                       prixTarif dateDemandee dateFinJournee
                       heureJournee heureJournee
                       dureeMAD attenteMAD kmMAD montantBaseMAD
                       montantAttenteMAD montantKmSupMAD
                   end-call
                   move montantBaseMAD to montantResolu
               when other
                   move prixTarif to montantResolu
           end-evaluate
       .

       *> enregistre la creation dans le journal d'audit
           move newAffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'dispatching' to ligneAudit(54:11)
           call 'ecrireAudit' using ligneAudit end-call
       .


