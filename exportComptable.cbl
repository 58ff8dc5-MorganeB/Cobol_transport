       *> debit/credit dans compta-AAAAMM.dat, au format fixe attendu
       *> par le logiciel comptable; les pieces sans correspondance
       *> dans CompteGL.dat partent dans compta-rejets.txt avec leur
       *> motif, comme les rejets d'importAffect.
       *> Les ajustements de clause carburant d'une facture sont
       *> detaches de la piece FACTURE quand CompteGL.dat porte les
       *> codes CLAUSECARB (surcharge) ou REMISECARB (remise, comptes
       *> inverses); a defaut ils restent dans le montant facture.
       *> Les lots de virement des frais (virementsFrais) executes dans
       *> le mois passent en reglement sous le code VIREMENTFR.
       *> Les factures de degats refactures (lignes G) prennent le
       *> code DEGAT s'il est parametre, FACTURE a defaut.
       *> L'export se fait pour tout le groupe ou pour une societe
       *> (compta-AAAAMM-SS.dat) : une piece de vente releve de la
       *> societe de sa plage de numerotation (lireSociete), frais et
       *> carburant de la societe du depot du bus (societeClient),
       *> virements et commissions de la societe 01.

       file-control.
           select f-facture assign 'Facture.dat' organization
           alternate record key numBusC duplicates
           file status is statusCarb.

           select f-ligneFact assign 'FactureLigne.dat' organization
           indexed
           access dynamic record key cleLigneFact
           alternate record key numAffectL duplicates
           file status is statusLigneFact.

           *> bus du trajet d'un frais (societe du depot)
           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
           record key Numaffect
           file status is statusAffect.

           select f-lot assign 'LotVirement.dat'
           organization indexed access dynamic
           record key numLot
           file status is statusLot.

           *> commissions des agences de voyages, total par agence et
           *> par mois (commissionsAgences)
           select f-releve assign 'ReleveCommission.dat'
           organization indexed access dynamic
           record key cleReleve
           file status is statusReleve.

           select f-compteGL assign 'CompteGL.dat'
           organization indexed access dynamic
           record key codePieceGL
           select f-rejets assign 'compta-rejets.txt' organization
           line sequential.

       file section.
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
               88 ligneSurchargeCarb value 'S'.
               88 ligneRemiseCarb value 'R'.
               88 ligneRistourne value 'V'.
               88 ligneDegat value 'G'.

       fd f-frais.
       1 Frais.
           2 numFrais pic 9(6).
           2 prixCarb pic 9(6)v99.
           2 odometreCarb pic 9(6).

       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numchaufA pic 9(4).
           2 numbusA pic 9(4).
           2 dateDebAffectA pic 9(8).
           2 dateFinAffectA pic 9(8).
           2 motifA pic x(30).
           2 numCircuitA pic 9(4).
           2 statusA pic x(01).
           2 motifAnnulA pic x(30).
           2 placesReservees pic 9(3).
           2 passagersReels pic 9(3).
           2 numClientA pic 9(4).
           2 numTarifA pic 9(4).
           2 montantTarifA pic 9(7)v99.
           2 heureDebA pic 9(4).
           2 heureFinA pic 9(4).
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       fd f-lot.
       1 LotVirement.
           2 numLot pic 9(6).
           2 dateLot pic 9(8).
           2 nbChaufLot pic 9(4).
           2 nbFraisLot pic 9(5).
           2 montantLot pic 9(9)v99.
           2 operateurLot pic x(10).

       fd f-releve.
       1 ReleveCommission.
           2 cleReleve.
               3 moisRC pic 9(6).
               3 numAgenceRC pic 9(4).
           2 nbTrajetsRC pic 9(5).
           2 baseHTRC pic 9(9)v99.
           2 montantRC pic 9(9)v99.
           2 dateCalculRC pic 9(8).

       fd f-compteGL.
       1 CompteGL.
           2 codePieceGL pic x(10).
       fd f-rejets.
       1 ligneRejet pic x(80).

       working-storage section.
       1 statusFacture pic xx.
       1 statusFrais pic xx.
       1 statusCarb pic xx.
       1 statusCompteGL pic xx.
       1 statusLigneFact pic xx.
       1 statusLot pic xx.
       1 statusReleve pic xx.
       1 statusAffect pic xx.

       *> societe exportee (0 = tout le groupe) et societe de la
       *> piece courante
       1 societeSaisie pic 9(2) value 0.
       1 societeExport.
           2 numSocieteSE pic 9(2).
           2 filler pic x(189).
       1 modeSociete pic x(01).
       1 numeroSociete pic 9(6).
       1 societeTrouvee pic x(01).
           88 societeConnue value 'O'.
       1 clientSansObjet pic 9(4) value 0.
       1 busCout pic 9(4).
       1 societeCout pic 9(2).
       1 pic x value 'o'.
       88 pieceRetenue value 'o' false 'n'.
       1 surchargeFacture pic 9(9)v99.
       1 remiseFacture pic 9(9)v99.
       1 pic x value 'n'.
       88 finLireLignes value 'o' false 'n'.

       1 pic x value 'n'.
       88 surchargeDetachee value 'o' false 'n'.

       1 pic x value 'n'.
       88 remiseDetachee value 'o' false 'n'.

       1 pic x value 'n'.
       88 avoirRistourne value 'o' false 'n'.

       1 pic x value 'n'.
       88 factureDegat value 'o' false 'n'.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 pic x value 'n'.
       88 mapTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneFactOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectOuverte value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).

           2 line 4 col 4 'Export comptable mensuel'.
           2 line 6 col 10 'Mois '&x'85'&' exporter (AAAAMM) : '.
           2 s-mois pic 9(6) to moisSaisi required.
           2 line 7 col 10 'Soci'&x'82'&'t'&x'82'&' (00 = tout le '&
           'groupe) : '.
           2 s-societe pic 9(2) to societeSaisie.

       1 a-plg-societeInconnue.
           2 line 16 col 10 'Soci'&x'82'&'t'&x'82'&' inconnue'.

       1 a-plg-res.
           2 line 16 col 10 'Lignes '&x'82'&'crites : '.

       procedure division using operateurID-parm.

           move 0 to nbLignes
           move 0 to nbRejets
           set compteGLOuvert to true
           set ligneFactOuverte to false
           set affectOuverte to false

           display s-plg-saisie
           accept s-mois
           accept s-societe

           if societeSaisie not = 0 then
               move 'S' to modeSociete
               move societeSaisie to numeroSociete
               call 'lireSociete' using modeSociete numeroSociete
                   societeExport societeTrouvee end-call
               if not societeConnue then
                   display a-plg-societeInconnue
                   display a-plg-next
                   accept s-next
                   goback
               end-if
           end-if

           open input f-compteGL
           if statusCompteGL not = '00' then
           end-if

           move spaces to nomExport
           if societeSaisie = 0 then
               string 'compta-' moisSaisi '.dat'
                   delimited size into nomExport
           else
               string 'compta-' moisSaisi '-' societeSaisie '.dat'
                   delimited size into nomExport
           end-if
           open output f-export
           open output f-rejets

           perform mod-exporterFactures
           perform mod-exporterFrais
           perform mod-exporterCarburant
           if societeSaisie = 0 or societeSaisie = 1 then
               perform mod-exporterVirements
               perform mod-exporterCommissions
           end-if

           close f-export
           close f-rejets

       *> factures et avoirs du mois demande : une ligne de debit et
       *> une ligne de credit par piece, selon la correspondance
       *> FACTURE, AVOIR, RISTOURNE ou ACOMPTE (FACTURE a defaut)
       mod-exporterFactures.
           open input f-ligneFact
           if statusLigneFact = '00' then
               set ligneFactOuverte to true
           end-if
           open input f-facture
           if statusFacture = '00' then
               set fin-lire to false
               perform test after until fin-lire
                   if not fin-lire
                   and moisFacture = moisSaisi then
                       perform mod-verifSocietePiece
                   end-if
                   if not fin-lire
                   and moisFacture = moisSaisi
                   and pieceRetenue then
                       evaluate true
                           when estAvoir
                               *> avoir de ristourne de fin d'annee :
                               *> compte propre s'il est parametre
                               perform mod-reperageRistourne
                               if avoirRistourne then
                                   move 'RISTOURNE' to codeCherche
                                   perform mod-chercherMap
                               end-if
                               if not avoirRistourne
                               or not mapTrouvee then
                                   move 'AVOIR' to codeCherche
                               end-if
                           when estAcompte
                               *> facture d'acompte : compte propre
                               *> s'il est parametre
                               move 'ACOMPTE' to codeCherche
                               perform mod-chercherMap
                               if not mapTrouvee then
                                   move 'FACTURE' to codeCherche
                               end-if
                           when other
                               move 'FACTURE' to codeCherche
                       end-evaluate
                       move montantFacture to montantPiece
                       set surchargeDetachee to false
                       set remiseDetachee to false
                       if estFacture then
                           perform mod-detacherCarburant
                       end-if
                       move spaces to refPiece
                       string 'FA' numFacture delimited size
                           into refPiece
                       perform mod-ecrireMouvement
                       if surchargeDetachee then
                           move 'CLAUSECARB' to codeCherche
                           move surchargeFacture to montantPiece
                           perform mod-ecrireMouvement
                       end-if
                       if remiseDetachee then
                           move 'REMISECARB' to codeCherche
                           move remiseFacture to montantPiece
                           perform mod-ecrireMouvement
                       end-if
                   end-if
                   read f-facture next
                   end set fin-lire to true end-read
               end-perform
               close f-facture
           end-if
           if ligneFactOuverte then
               close f-ligneFact
               set ligneFactOuverte to false
           end-if
       .

       *> un avoir de ristourne porte des lignes de type V
       mod-reperageRistourne.
           set avoirRistourne to false
           if not ligneFactOuverte then
               exit paragraph
           end-if
           move numFacture to numFactureL
           move 0 to seqLigneF
           start f-ligneFact key is not less cleLigneFact
               not invalid key
                   read f-ligneFact next
                       not at end
                           if numFactureL = numFacture
                           and ligneRistourne then
                               set avoirRistourne to true
                           end-if
                   end-read
           end-start
       .

       *> cumul des lignes de clause carburant de la facture; chaque
       *> sens n'est detache que si son code est parametre
       mod-detacherCarburant.
           move 0 to surchargeFacture
           move 0 to remiseFacture
           set factureDegat to false
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
                           if ligneSurchargeCarb then
                               add montantLigneF to surchargeFacture
                           end-if
                           if ligneRemiseCarb then
                               add montantLigneF to remiseFacture
                           end-if
                           if ligneDegat then
                               set factureDegat to true
                           end-if
                       end-if
               end-read
           end-perform

           if surchargeFacture not = 0 then
               move 'CLAUSECARB' to codeCherche
               perform mod-chercherMap
               if mapTrouvee then
                   set surchargeDetachee to true
                   subtract surchargeFacture from montantPiece
               end-if
           end-if
           if remiseFacture not = 0 then
               move 'REMISECARB' to codeCherche
               perform mod-chercherMap
               if mapTrouvee then
                   set remiseDetachee to true
                   add remiseFacture to montantPiece
               end-if
           end-if
           move 'FACTURE' to codeCherche
           if factureDegat then
               move 'DEGAT' to codeCherche
               perform mod-chercherMap
               if not mapTrouvee then
                   move 'FACTURE' to codeCherche
               end-if
           end-if
       .

       *> frais approuves du mois (statut a blanc : frais anterieurs
       *> correspondance essaie d'abord le type de frais precis puis
       *> le code generique FRAIS
       mod-exporterFrais.
           open input f-affectation
           if statusAffect = '00' then
               set affectOuverte to true
           end-if
           open input f-frais
           if statusFrais = '00' then
               set fin-lire to false
                   if not fin-lire
                   and dateFrais(1:6) = moisSaisi
                   and (fraisApprouve or statutFrais = space) then
                       perform mod-verifSocieteFrais
                   end-if
                   if not fin-lire
                   and dateFrais(1:6) = moisSaisi
                   and (fraisApprouve or statutFrais = space)
                   and pieceRetenue then
                       move typeFrais to codeCherche
                       perform mod-chercherMap
                       if not mapTrouvee then
               end-perform
               close f-frais
           end-if
           if affectOuverte then
               close f-affectation
               set affectOuverte to false
           end-if
       .

       mod-exporterCarburant.
               perform test after until fin-lire
                   if not fin-lire
                   and dateCarb(1:6) = moisSaisi then
                       move numBusC to busCout
                       perform mod-verifSocieteCout
                   end-if
                   if not fin-lire
                   and dateCarb(1:6) = moisSaisi
                   and pieceRetenue then
                       move 'CARBURANT' to codeCherche
                       move prixCarb to montantPiece
                       move spaces to refPiece
           end-if
       .

       *> lots de virement des frais executes dans le mois : une
       *> piece de reglement par lot
       mod-exporterVirements.
           open input f-lot
           if statusLot = '00' then
               set fin-lire to false
               read f-lot next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire
                   and dateLot(1:6) = moisSaisi then
                       move 'VIREMENTFR' to codeCherche
                       move montantLot to montantPiece
                       move spaces to refPiece
                       string 'VF' numLot delimited size
                           into refPiece
                       perform mod-ecrireMouvement
                   end-if
                   read f-lot next
                   end set fin-lire to true end-read
               end-perform
               close f-lot
           end-if
       .

       *> commissions dues aux agences sur les trajets factures du
       *> mois : une piece par agence
       mod-exporterCommissions.
           open input f-releve
           if statusReleve = '00' then
               move moisSaisi to moisRC
               move 0 to numAgenceRC
               set fin-lire to false
               start f-releve key is not less cleReleve
                   invalid key
                       set fin-lire to true
               end-start
               perform until fin-lire
                   read f-releve next
                       at end
                           set fin-lire to true
                       not at end
                           if moisRC not = moisSaisi then
                               set fin-lire to true
                           else
                               if montantRC not = 0 then
                                   move 'COMMISSION' to codeCherche
                                   move montantRC to montantPiece
                                   move spaces to refPiece
                                   string 'CO' numAgenceRC moisRC
                                       delimited size into refPiece
                                   perform mod-ecrireMouvement
                               end-if
                           end-if
                   end-read
               end-perform
               close f-releve
           end-if
       .

       *> piece de vente de la societe exportee
       mod-verifSocietePiece.
           set pieceRetenue to true
           if societeSaisie not = 0 then
               move 'P' to modeSociete
               move numFacture to numeroSociete
               call 'lireSociete' using modeSociete numeroSociete
                   societeExport societeTrouvee end-call
               if numSocieteSE not = societeSaisie then
                   set pieceRetenue to false
               end-if
           end-if
       .

       *> frais : societe du depot du bus de son trajet
       mod-verifSocieteFrais.
           move 0 to busCout
           if societeSaisie not = 0 and affectOuverte then
               move numAffectF to Numaffect
               read f-affectation
                   not invalid key
                       move numbusA to busCout
               end-read
           end-if
           perform mod-verifSocieteCout
       .

       *> cout d'exploitation de la societe exportee : celle du depot
       *> du bus busCout
       mod-verifSocieteCout.
           set pieceRetenue to true
           if societeSaisie not = 0 then
               call 'societeClient' using clientSansObjet busCout
                   societeCout end-call
               if societeCout not = societeSaisie then
                   set pieceRetenue to false
               end-if
           end-if
       .

       mod-chercherMap.
           move codeCherche to codePieceGL
           read f-compteGL
           move operateurID-parm to ligneAudit(45:10)
           move nbLignes to ligneAudit(56:5)
           move nbRejets to ligneAudit(62:5)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program exportComptable.
