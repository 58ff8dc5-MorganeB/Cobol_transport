       indexed access dynamic record key numClient
       file status is statusClient.

       select f-commande assign 'Commande.dat' organization
       indexed access dynamic record key numCommande
       file status is statusCommande.

       select f-tarif assign 'Tarif.dat' organization
       indexed access dynamic record key numTarif
       file status is statusTarif.
       access dynamic record key numFacture
       file status is statusFactureC.

       select f-controle assign 'Controle.dat' organization
       indexed
       access dynamic record key cleControle
               88 clientBloque value 'B'.
           2 seuilRetardCli pic 9(3).

       fd f-commande.
       1 Commande.
           2 numCommande pic 9(6).
           2 numClientCmd pic 9(4).
           2 dateDemandee pic 9(8).
           2 numCircuitCmd pic 9(4).
           2 destinationCmd pic x(30).
           2 placesCmd pic 9(3).
           2 statusCmd pic x(01).
               88 cmdEnAttente value 'P'.
           2 tauxAcompteCmd pic 9(2)v99.
           2 numAgenceCmd pic 9(4).

       fd f-tarif.
       1 Tarif.
           2 numTarif pic 9(4).
           2 modeTarif pic x(01).
               88 tarifParTrajet value 'T'.
               88 tarifParKm value 'K'.
               88 tarifHoraire value 'H'.
               88 tarifJournalier value 'J'.
           2 prixTarif pic 9(6)v99.
           2 dateDebTarif pic 9(8).
           2 dateFinTarif pic 9(8).
               3 villeArrD pic x(20).
           2 kmDistance pic 9(5).

       working-storage section.

       1 statusControle pic xx.
       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 newAffect pic 9(6) value 0.
       1 modeleBusChoisi pic x(20).
       1 reponseDerogation pic x.

       *> equipements exiges par la commande en attente du client
       *> pour ce jour (verifEquipement)
       1 statusCommande pic xx.
       1 typePieceExig pic x(01) value 'C'.
       1 commandeLiee pic 9(6) value 0.
       1 equipManquants pic x(40).
       1 reponseEquip pic x.

       *> zones a faibles emissions traversees par le circuit
       *> (verifZFE) : regles en vigueur au dernier jour du trajet
       1 modeZfe pic x(01) value 'A'.
       1 dateRefZfe pic 9(8).
       1 villeZfe pic x(20).
       1 classeMinZfe pic x(01).
       1 dateEffetZfe pic 9(8).
       1 classeBusZfe pic x(01).

       *> retour de verifBusElectrique
       1 retourElec pic x(01).
           88 autonomieInsuffisante value 'A'.
           88 busEnRecharge value 'R'.
       1 kmRequisElec pic 9(5).
       1 autonomieElec pic 9(4).
       1 borneElec pic x(10).

       1 pic x value 'n'.
       88 finVerifCmd value 'o' false 'n'.

       1 pic x value 'o'.
       88 habilitationOk value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerifHab value 'o' false 'n'.

       *> connaissance de ligne (verifConnaissance) : le chauffeur
       *> doit avoir reconnu le circuit, sauf derogation journalisee
       1 chauffeurConnaissance pic 9(4).
       1 retourConnaissance pic x(01).
       1 reponseConnaissance pic x.

       1 pic x value 'o'.
       88 connaissanceOk value 'o' false 'n'.

       1 pic x value 'o'.
       88 circuitConnu value 'o' false 'n'.

       1 assuranceExpiration pic 9(8).

       1 pic x value 'o'.
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


       1 statusDistance pic xx.

       *> kilometres haut-le-pied du bus entre son depot et le
       *> circuit (calculHautLePied); le temps de roulage a vide
       *> compte dans les heures du chauffeur le jour du depart
       1 kmAllerHLP pic 9(5) value 0.
       1 kmRetourHLP pic 9(5) value 0.
       1 minutesHLP pic 9(5) value 0.
       1 kmTotalHLP pic 9(5) value 0.


       *> journal des mises a jour (journalMaj) : images avant/apres
       *> rejouables par rollForward apres une restauration

       1 a-plg-busIncompatible.
           2 line 14 'Ce bus ne convient pas '&x'85'&' ce circuit'.
           2 line 15 col 3 '(places, mod'&x'82'&'le, '&x'82'&
           'quipement ou classe d'''&x'82'&'mission insuffisants)'.

       1 a-plg-busZFE.
           2 line 16 col 3 'Zone '&x'85'&' faibles '&x'82'&'missions '.
           2 a-villeZfe pic x(20) from villeZfe.
           2 ' : classe '.
           2 a-classeMinZfe pic x from classeMinZfe.
           2 ' exig'&x'82'&'e, bus en classe '.
           2 a-classeBusZfe pic x from classeBusZfe.

       1 a-plg-autonomie.
           2 line 16 col 3 'Autonomie insuffisante : circuit et '&
           'haut-le-pied '.
           2 a-kmRequis pic zzzz9 from kmRequisElec.
           2 ' km, autonomie '.
           2 a-autonomie pic zzz9 from autonomieElec.
           2 ' km'.

       1 a-plg-busEnRecharge.
           2 line 16 col 3 'Bus en recharge sur cette p'&x'82'&
           'riode (borne '.
           2 a-borne pic x(10) from borneElec.
           2 ')'.

       1 a-plg-numInvalide.
           2 line 20 col 15 '0000 n''est pas un num'&x'82'&
           'journalis'&x'82'&'e) (O/N) : '.
           2 s-derogation pic x to reponseDerogation.

       1 s-plg-connaissance.
           2 line 21 blank line.
           2 line 21 col 3 'Le chauffeur '.
           2 a-chauffeurConnaissance pic 9(4)
               from chauffeurConnaissance.
           2 ' n''a pas reconnu le circuit '.
           2 a-circuitConnaissance pic 9(4) from circuitSaisi.
           2 line 22 blank line.
           2 line 22 col 3 'Passer outre (d'&x'82'&'rogation '&
           'journalis'&x'82'&'e) (O/N) : '.
           2 s-connaissance pic x to reponseConnaissance.

       1 s-plg-equipement.
           2 line 21 col 3 'La commande '.
           2 a-commandeLiee pic 9(6) from commandeLiee.
           2 ' exige : '.
           2 a-equipManquants pic x(40) from equipManquants.
           2 line 22 col 3 'Ce bus n''en est pas '&x'82'&'quip'&x'82'&
           '. Passer outre (O/N) : '.
           2 s-equipement pic x to reponseEquip.

       1 s-plg-sousTraitant.
           2 line 17 col 3 'Ressources indisponibles. Confier '&
           x'85'&' un sous-traitant'.
           2 line 18 col 15 'Affectation ajout'&x'82'&'e !'.
           2 line 19 col 15 'Numero affection : '.
           2 a-newAff pic z(6) from numaffect.
           2 line 20 col 15 'Haut-le-pied (aller + retour) : '.
           2 a-kmHLP pic zzzz9 from kmTotalHLP.
           2 ' km'.

       1 a-plg-resMultiple.
           2 line 18 col 15 pic z(2) from nbCreees.
           and permisValide
           and permisNonExpire and certifValide and habilitationOk
           and chauffeur2Valide and doubleEquipageOk
           and busCompatible and connaissanceOk then
               perform mod-ouvrirMaj
               if fichierDisponible then
                   read f-affectation next
                                    if not doubleEquipageOk then
                                     display a-plg-secondRequis
                                    else
                                     if habilitationOk
                                     and connaissanceOk then
                                      display a-plg-busIncompatible
                                     end-if
                                    end-if
           set permisValide to true
           set permisNonExpire to true
           set busCompatible to true
           set connaissanceOk to true

           open input f-bus
           move busSaisi to numero

           close f-bus

           if busExiste and circuitExiste then
               call 'calculHautLePied' using busSaisi circuitSaisi
                   kmAllerHLP kmRetourHLP minutesHLP end-call
               compute kmTotalHLP = kmAllerHLP + kmRetourHLP
           end-if

           if busExiste then
               perform mod-verifAssurance
           end-if
               perform mod-verifCertifications
           end-if

           if busExiste and busCompatible and clientSaisi <> 0 then
               perform mod-verifEquipement
           end-if

           if busExiste and busCompatible and circuitExiste
           and circuitSaisi <> 0 then
               perform mod-verifZFE
           end-if

           if busExiste and busCompatible then
               perform mod-verifElectrique
           end-if

           if busExiste and chauffeurExiste and chaufActif then
               perform mod-verifHabilitation
           end-if

           if chauffeurExiste and chaufActif and circuitExiste
           and circuitSaisi <> 0 then
               move chauffeurSaisi to chauffeurConnaissance
               perform mod-verifConnaissance
               if not circuitConnu then
                   set connaissanceOk to false
               end-if
           end-if

           perform mod-verifSecondChauffeur
       .

                       perform mod-verifIndispoSecond
                       perform mod-verifHabilitationSecond
                   end-if
                   if chauffeur2Valide and circuitExiste
                   and circuitSaisi not = 0 then
                       move chauffeur2Saisi to chauffeurConnaissance
                       perform mod-verifConnaissance
                       if not circuitConnu then
                           set chauffeur2Valide to false
                       end-if
                   end-if
               end-if
           end-if
       .
               move intFinCtrl to intFinCalc
               perform mod-heuresCalcJour
               move heuresCalc to heuresNouvJour
               if intJourCtrl = intDebCtrl and minutesHLP > 0 then
                   compute heuresNouvJour rounded =
                       heuresNouvJour + minutesHLP / 60
               end-if
           end-if
       .

           end-if
       .

       *> le chauffeur doit connaitre le circuit (parcours de
       *> reconnaissance enregistre); a defaut, l'operateur peut
       *> passer outre et la derogation est journalisee
       mod-verifConnaissance.
           set circuitConnu to true
           call 'verifConnaissance' using chauffeurConnaissance
               circuitSaisi retourConnaissance
           end-call
           if retourConnaissance = 'N' then
               display s-plg-connaissance
               accept s-connaissance
               if reponseConnaissance = 'O'
               or reponseConnaissance = 'o' then
                   perform mod-ecrireAuditConnaissance
               else
                   set circuitConnu to false
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
           move chauffeurConnaissance to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move 'derogation' to ligneAudit(54:10)
           move circuitSaisi to ligneAudit(65:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> une commande en attente du client pour ce jour (et ce
       *> circuit) fixe les equipements exiges : a defaut sur le bus,
       *> l'operateur peut passer outre, sinon le bus est refuse
       mod-verifEquipement.
           move 0 to commandeLiee
           open input f-commande
           if statusCommande = '00' then
               set finVerifCmd to false
               move 0 to numCommande
               start f-commande key is not less numCommande
                   invalid key
                       set finVerifCmd to true
               end-start
               perform until finVerifCmd
                   read f-commande next
                       at end
                           set finVerifCmd to true
                       not at end
                           if cmdEnAttente
                           and numClientCmd = clientSaisi
                           and dateDemandee = date1
                           and (numCircuitCmd = circuitSaisi
                           or circuitSaisi = 0) then
                               move numCommande to commandeLiee
                               set finVerifCmd to true
                           end-if
                   end-read
               end-perform
               close f-commande
           end-if

           if commandeLiee not = 0 then
               call 'verifEquipement' using busSaisi typePieceExig
                   commandeLiee equipManquants
               end-call
               if equipManquants not = spaces then
                   display s-plg-equipement
                   accept s-equipement
                   if reponseEquip = 'O' or reponseEquip = 'o' then
                       perform mod-ecrireAuditEquipement
                   else
                       set busCompatible to false
                   end-if
               end-if
           end-if
       .

       *> un bus d'une classe d'emission inferieure a celle qu'exige
       *> une ville du circuit (zone en vigueur) est refuse
       mod-verifZFE.
           move date1 to dateRefZfe
           if date2 > date1 then
               move date2 to dateRefZfe
           end-if
           call 'verifZFE' using busSaisi circuitSaisi dateRefZfe
               modeZfe villeZfe classeMinZfe dateEffetZfe classeBusZfe
           end-call
           if villeZfe not = spaces then
               display a-plg-busZFE
               set busCompatible to false
           end-if
       .

       *> bus electrique : autonomie suffisante pour le circuit et
       *> le haut-le-pied, et pas de recharge pendant l'affectation
       mod-verifElectrique.
           call 'verifBusElectrique' using busSaisi circuitSaisi
               date1 heure1 date2 heure2 retourElec kmRequisElec
               autonomieElec borneElec
           end-call
           evaluate true
               when autonomieInsuffisante
                   display a-plg-autonomie
                   set busCompatible to false
               when busEnRecharge
                   display a-plg-busEnRecharge
                   set busCompatible to false
           end-evaluate
       .

       mod-ecrireAuditEquipement.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'MODIF' to ligneAudit(18:5)
           move 'COMMANDE' to ligneAudit(25:11)
           move commandeLiee to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'derogation' to ligneAudit(54:10)
           move equipManquants to ligneAudit(65:16)
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-ecrireAuditDerogation.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move operateurID-parm to ligneAudit(43:10)
           move 'derogation' to ligneAudit(54:10)
           move modeleBusChoisi to ligneAudit(65:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> quand les ressources internes sont prises, la sortie peut
           end-if
       .

       *> une mise a disposition est valorisee sur la duree prevue
       *> (minimum du tarif); attente et km supplementaires sont
       *> releves apres la prestation (saisieMiseDispo)
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
                       prixTarif date1 date2 heure1 heure2
                       dureeMAD attenteMAD kmMAD montantBaseMAD
                       montantAttenteMAD montantKmSupMAD
                   end-call
                   move montantBaseMAD to montantResolu
               when other
                   move prixTarif to montantResolu
           end-evaluate
       .

       *> deux affectations dont les dates se recouvrent ne sont en
           move NumAffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move motifSaisi to ligneAudit(68:13)
           call 'ecrireAudit' using ligneAudit end-call
       .


