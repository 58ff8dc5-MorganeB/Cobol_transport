       *> chaque reservation non annulee est pointee embarquee (E) ou
       *> no-show (S); le total des places embarquees alimente le
       *> compteur passagersReels de l'affectation, qui n'est plus un
       *> chiffre global saisi de memoire; les porteurs d'un
       *> abonnement (Abonnement.dat) sont pointes ensuite par leur
       *> numero, dans la limite des places du bus; les billets
       *> vendus a bord (VenteBord.dat, importBilletterie) comptent
       *> aussi

       file-control.

       alternate record key NumCircuitA duplicates
       alternate record key dateDebAffectA duplicates.

       select f-abonnement assign 'Abonnement.dat'
       organization indexed access dynamic
       record key numAbonnement
       file status is statusAbo.

       select f-vente assign 'VenteBord.dat'
       organization indexed access dynamic
       record key cleVente
       alternate record key numAffectV duplicates
       alternate record key dateVenteV duplicates
       file status is statusVente.

       select f-bus assign 'FBus.dat' organization
       indexed
       access dynamic record key numero
       file status is statusBus.

       file section.
       fd f-reservation.
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       fd f-abonnement.
       1 Abonnement.
           2 numAbonnement pic 9(6).
           2 nomTitulaire pic x(30).
           2 telTitulaire pic x(15).
           2 numClientAbo pic 9(4).
           2 circuitsAbo.
               3 circuitAbo pic 9(4) occurs 5 times.
           2 typeAbo pic x(01).
               88 aboMensuel value 'M'.
               88 aboAnnuel value 'A'.
           2 dateDebAbo pic 9(8).
           2 dateFinAbo pic 9(8).
           2 prixAbo pic 9(5)v99.
           2 statutPaiementAbo pic x(01).
               88 aboARegler value 'N'.
               88 aboRegle value 'P'.
               88 aboResilie value 'R'.
           2 modePaiementAbo pic x(01).
               88 paiementEspecesAbo value 'E'.
               88 paiementCarteAbo value 'C'.
           2 dateVenteAbo pic 9(8).
           2 datePaiementAbo pic 9(8).

       fd f-vente.
       1 VenteBord.
           2 cleVente.
               3 numMachineV pic x(8).
               3 numTransV pic 9(6).
           2 numBusV pic 9(4).
           2 dateVenteV pic 9(8).
           2 heureVenteV pic 9(4).
           2 typeTarifV pic x(10).
           2 montantV pic 9(4)v99.
           2 modePaiementV pic x(01).
           2 numAffectV pic 9(6).
           2 numChaufV pic 9(4).
           2 dateImportV pic 9(8).

       fd f-bus.
       1 bus.
           2 numero pic 9(4).
           2 marque pic x(20).
           2 nbplaces pic 9(3).
           2 modele pic x(20).
           2 kilom pic 9(6).
           2 dateControle pic 9(8).
           2 statutBus pic x(01).
               88 busRetire value 'R'.
           2 dateRetrait pic 9(8).
           2 depotBus pic 9(2).
           2 dateAcquisition pic 9(8).
           2 prixAchat pic 9(8)v99.
           2 dureeAmortAns pic 9(2).

       working-storage section.
       1 statusResa pic xx.
       1 statusAbo pic xx.
       1 statusBus pic xx.
       1 statusVente pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 totalEmbarques pic 9(3).
       1 nbPointees pic 9(3).

       *> abonnes pointes sur l'affectation, pour refuser un meme
       *> abonnement presente deux fois
       1 aboSaisi pic 9(6).
       1 capaciteBus pic 9(3).
       1 motifRefusAbo pic x(40).
       1 idxAbo pic 9(3).
       1 idxCircuit pic 9(1).
       1 nbAbonnes pic 9(3).
       1 nbVentesBord pic 9(3).
       1 tabAbonnes.
           2 aboPointe pic 9(6) occurs 200 times.

       1 pic x value 'n'.
       88 aboValide value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

           2 a-totalEmbarques pic zz9 from totalEmbarques.
           2 ' passager(s) embarqu'&x'82'&'(s)'.

       1 s-plg-abonne.
           2 line 16 col 5 'Abonnement (000000 = fin) : '.
           2 s-abonne pic 9(6) to aboSaisi.

       1 a-plg-aboAccepte.
           2 line 17 blank line.
           2 line 17 col 5 'Abonn'&x'82'&' embarqu'&x'82'&' : '.
           2 a-titulaire pic x(30) from nomTitulaire.

       1 a-plg-aboRefuse.
           2 line 17 blank line.
           2 line 17 col 5 'Refus'&x'82'&' : '.
           2 a-motifRefus pic x(40) from motifRefusAbo.

       1 a-plg-resAbonnes.
           2 line 19 col 5 'Abonn'&x'82'&'s embarqu'&x'82'&'s : '.
           2 a-nbAbonnes pic zz9 from nbAbonnes.
           2 line 20 col 5 'Billets vendus '&x'85'&' bord : '.
           2 a-nbVentesBord pic zz9 from nbVentesBord.

       1 a-plg-aucune.
           2 line 18 col 5 'Aucune r'&x'82'&'servation '&x'85'&
           ' pointer'.
       mod-pointer.
           move 0 to totalEmbarques
           move 0 to nbPointees
           move 0 to nbAbonnes
           open i-o f-reservation
           if statusResa = '00' then
               move affectSaisie to numAffectR
               start f-reservation key is equal numAffectR
                   invalid key
                   end-read
               end-perform
               close f-reservation
           end-if

           perform mod-compterVentesBord
           perform mod-pointerAbonnes

           if nbPointees = 0 and nbAbonnes = 0 and nbVentesBord = 0
           then
               display a-plg-aucune
           else
               move spaces to jrnAvant
               move Affectation to jrnAvant(1:134)
               move totalEmbarques to passagersReels
               rewrite Affectation
               end-rewrite
               perform mod-journaliserAffectMaj
               display a-plg-res
               display a-plg-resAbonnes
               perform mod-ecrireAudit
           end-if
       .

       *> billets vendus a bord rattaches a l'affectation
       mod-compterVentesBord.
           move 0 to nbVentesBord
           open input f-vente
           if statusVente not = '00' then
               exit paragraph
           end-if
           move affectSaisie to numAffectV
           start f-vente key is equal numAffectV
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-vente next
                   at end
                       set finVerif to true
                   not at end
                       if numAffectV not = affectSaisie then
                           set finVerif to true
                       else
                           if nbVentesBord < 999
                           and totalEmbarques < 999 then
                               add 1 to nbVentesBord
                               add 1 to totalEmbarques
                           end-if
                       end-if
               end-read
           end-perform
           close f-vente
       .

       *> un abonnement vaut titre de transport s'il est regle, si
       *> la date de l'affectation tombe dans sa validite et s'il
       *> couvre le circuit; chaque abonne occupe une place
       mod-pointerAbonnes.
           move 999 to capaciteBus
           open input f-bus
           if statusBus = '00' then
               move numbusA to numero
               read f-bus
                   not invalid key
                       move nbplaces to capaciteBus
               end-read
               close f-bus
           end-if

           open input f-abonnement
           if statusAbo = '00' then
               display a-effacer
               display s-plg-saisie
               perform test after until aboSaisi = 0
                   move 0 to aboSaisi
                   display s-plg-abonne
                   accept s-abonne
                   if aboSaisi not = 0 then
                       perform mod-controlerAbonne
                   end-if
               end-perform
               close f-abonnement
           end-if
       .

       mod-controlerAbonne.
           set aboValide to true
           move spaces to motifRefusAbo
           move aboSaisi to numAbonnement
           read f-abonnement
               invalid key
                   set aboValide to false
                   move 'abonnement inconnu' to motifRefusAbo
           end-read

           if aboValide and not aboRegle then
               set aboValide to false
               move 'abonnement non r'&x'82'&'gl'&x'82'&' ou r'&x'82'&
                   'sili'&x'82' to motifRefusAbo
           end-if

           if aboValide and (dateDebAffectA < dateDebAbo
           or dateDebAffectA > dateFinAbo) then
               set aboValide to false
               move 'hors de la p'&x'82'&'riode de validit'&x'82'
                   to motifRefusAbo
           end-if

           if aboValide then
               perform varying idxCircuit from 1 by 1
                   until idxCircuit > 5
                   or circuitAbo(idxCircuit) = numCircuitA
                   continue
               end-perform
               if idxCircuit > 5 or numCircuitA = 0 then
                   set aboValide to false
                   move 'circuit non couvert' to motifRefusAbo
               end-if
           end-if

           if aboValide then
               perform varying idxAbo from 1 by 1
                   until idxAbo > nbAbonnes
                   or aboPointe(idxAbo) = aboSaisi
                   continue
               end-perform
               if idxAbo <= nbAbonnes then
                   set aboValide to false
                   move 'd'&x'82'&'j'&x'85'&' point'&x'82'
                       to motifRefusAbo
               end-if
           end-if

           if aboValide and (totalEmbarques >= capaciteBus
           or nbAbonnes >= 200) then
               set aboValide to false
               move 'bus complet' to motifRefusAbo
           end-if

           if aboValide then
               add 1 to nbAbonnes
               move aboSaisi to aboPointe(nbAbonnes)
               add 1 to totalEmbarques
               display a-plg-aboAccepte
           else
               display a-plg-aboRefuse
           end-if
       .

       mod-pointerResa.
           move affectSaisie to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move totalEmbarques to ligneAudit(54:3)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
