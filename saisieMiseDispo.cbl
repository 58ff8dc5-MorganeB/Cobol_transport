       program-id. saisieMiseDispo.

       *> releve de fin de prestation d'une mise a disposition
       *> (affectation au tarif H ou J) : duree reelle, heures
       *> d'attente et kilometres parcourus. Les montants calcules
       *> par calculMiseDispo sont figes dans ReleveMAD.dat (un releve
       *> par affectation, ressaisissable tant que l'affectation n'est
       *> pas facturee); la base sur la duree reelle remplace le
       *> montant prevu fige sur l'affectation. La facturation reprend
       *> base, attente et km supplementaires en lignes distinctes.

       file-control.
           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusAffect.

           select f-tarif assign 'Tarif.dat' organization
           indexed
           access dynamic record key numTarif
           file status is statusTarif.

           select f-releve assign 'ReleveMAD.dat'
           organization indexed access dynamic
           record key numAffectR
           file status is statusReleve.

           *> une affectation deja facturee ne recoit plus de releve
           select f-ligneFact assign 'FactureLigne.dat' organization
           indexed
           access dynamic record key cleLigneFact
           alternate record key numAffectL duplicates
           file status is statusLigneFact.

       file section.
       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numchaufA pic 9(4).
           2 numbusA pic 9(4).
           2 dateDebAffectA pic 9(8).
           2 dateFinAffectA pic 9(8).
           2 motifA pic x(30).
           2 numCircuitA pic 9(4).
           2 statusA pic x(01) value 'N'.
               88 annulee value 'A'.
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

       fd f-tarif.
       1 Tarif.
           2 numTarif pic 9(4).
           2 numClientT pic 9(4).
           2 numCircuitT pic 9(4).
           2 modeTarif pic x(01).
               88 tarifParTrajet value 'T'.
               88 tarifParKm value 'K'.
               88 tarifHoraire value 'H'.
               88 tarifJournalier value 'J'.
           2 prixTarif pic 9(6)v99.
           2 dateDebTarif pic 9(8).
           2 dateFinTarif pic 9(8).
           2 tauxTvaTarif pic 9(2)v99.

       fd f-releve.
       1 ReleveMAD.
           2 numAffectR pic 9(6).
           2 dureeReelleR pic 9(3)v99.
           2 heuresAttenteR pic 9(3)v99.
           2 kmReelsR pic 9(5).
           2 montantBaseR pic 9(7)v99.
           2 montantAttenteR pic 9(7)v99.
           2 montantKmSupR pic 9(7)v99.
           2 dateSaisieR pic 9(8).
           2 saisiParR pic x(10).

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
               88 ligneMADBase value 'B'.
               88 ligneMADAttente value 'A'.
               88 ligneMADKmSup value 'K'.

       working-storage section.
       1 statusAffect pic xx.
       1 statusTarif pic xx.
       1 statusReleve pic xx.
       1 statusLigneFact pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 actionAudit pic x(5).
       1 suivant pic x.
       1 dateJour pic 9(8).
       1 affectSaisie pic 9(6).
       1 confirmSaisi pic x.

       1 dureeSaisie pic 9(3)v99.
       1 attenteSaisie pic 9(3)v99.
       1 kmSaisis pic 9(5).
       1 montantBase pic 9(7)v99.
       1 montantAttente pic 9(7)v99.
       1 montantKmSup pic 9(7)v99.
       1 montantTotal pic 9(7)v99.
       1 montantEdite pic z(6)9.99.

       1 pic x value 'n'.
       88 affectTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 tarifMiseDispo value 'o' false 'n'.

       1 pic x value 'n'.
       88 releveExistant value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectFacturee value 'o' false 'n'.

       *> journal des mises a jour (journalMaj) : images avant/apres
       *> rejouables par rollForward apres une restauration
       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
       88 roleConsult-parm value 'C'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 s-plg-saisie.
           2 line 4 col 4 'Relev'&x'82'&' de mise '&x'85'&
           ' disposition'.
           2 line 6 col 10 'Num'&x'82'&'ro d''affectation : '.
           2 s-affect pic 9(6) to affectSaisie required.

       1 a-plg-fiche.
           2 line 8 col 5 'Du '.
           2 a-dateDeb pic 9(8) from dateDebAffectA.
           2 ' au '.
           2 a-dateFin pic 9(8) from dateFinAffectA.
           2 line 8 col 36 'Client : '.
           2 a-client pic 9(4) from numClientA.
           2 line 9 col 5 'Tarif : '.
           2 a-tarif pic 9(4) from numTarifA.
           2 ' mode '.
           2 a-mode pic x from modeTarif.
           2 line 9 col 36 'Montant pr'&x'82'&'vu : '.
           2 a-prevu pic z(6)9.99 from montantTarifA.

       1 a-plg-releveExistant.
           2 line 10 col 5 'Relev'&x'82'&' d'&x'82'&'j'&x'85'&
           ' saisi le '.
           2 a-dateReleve pic 9(8) from dateSaisieR.
           2 ' par '.
           2 a-saisiPar pic x(10) from saisiParR.
           2 ' : il sera remplac'&x'82'.

       1 s-plg-releve.
           2 line 12 col 5 'Dur'&x'82'&'e r'&x'82'&'elle (heures '&
           'ou jours, 0 = pr'&x'82'&'vue) : '.
           2 s-duree pic 9(3).99 to dureeSaisie.
           2 line 13 col 5 'Heures d''attente : '.
           2 s-attente pic 9(3).99 to attenteSaisie.
           2 line 14 col 5 'Kilom'&x'8a'&'tres parcourus : '.
           2 s-km pic 9(5) to kmSaisis.

       1 a-plg-montants.
           2 line 16 col 5 'Base ('.
           2 a-duree pic zz9.99 from dureeSaisie.
           2 ') : '.
           2 a-base pic z(6)9.99 from montantBase.
           2 line 17 col 5 'Attente : '.
           2 a-attente pic z(6)9.99 from montantAttente.
           2 line 18 col 5 'Km suppl'&x'82'&'mentaires : '.
           2 a-kmSup pic z(6)9.99 from montantKmSup.
           2 line 19 col 5 'Total : '.
           2 a-total pic z(6)9.99 from montantTotal.

       1 s-plg-confirm.
           2 line 21 col 5 'Enregistrer le relev'&x'82'&' (O/N) : '.
           2 s-confirm pic x to confirmSaisi required.

       1 a-plg-res.
           2 line 22 col 15 'Relev'&x'82'&' enregistr'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 22 col 15 'Echec'.

       1 a-plg-abandon.
           2 line 22 col 15 'Saisie abandonn'&x'82'&'e'.

       1 a-plg-inconnue.
           2 line 18 col 15 'Affectation inconnue'.

       1 a-plg-affectAnnulee.
           2 line 18 col 15 'Cette affectation est annul'&x'82'&'e'.

       1 a-plg-pasMiseDispo.
           2 line 18 col 15 'Affectation non tarif'&x'82'&'e '&x'85'&
           ' l''heure ou '&x'85'&' la journ'&x'82'&'e'.

       1 a-plg-future.
           2 line 18 col 15 'Prestation non encore effectu'&x'82'&'e'.

       1 a-plg-facturee.
           2 line 18 col 15 'Affectation d'&x'82'&'j'&x'85'&
           ' factur'&x'82'&'e : relev'&x'82'&' refus'&x'82'.

       procedure division using operateurID-parm operateurRole-parm.
           display a-effacer
           if roleConsult-parm then
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               goback
           end-if

           display s-plg-saisie
           accept s-affect

           open i-o f-affectation
           move affectSaisie to Numaffect
           read f-affectation
               invalid key
                   set affectTrouvee to false
               not invalid key
                   set affectTrouvee to true
           end-read

           accept dateJour from date yyyymmdd
           if not affectTrouvee then
               display a-plg-inconnue
           else
            if annulee then
               display a-plg-affectAnnulee
            else
             perform mod-lireTarif
             if not tarifMiseDispo then
               display a-plg-pasMiseDispo
             else
              if dateDebAffectA > dateJour then
                display a-plg-future
              else
               perform mod-verifFacturee
               if affectFacturee then
                   display a-plg-facturee
               else
                   perform mod-saisirReleve
               end-if
              end-if
             end-if
            end-if
           end-if
           close f-affectation

           display a-plg-next
           accept s-next
           goback.

       mod-lireTarif.
           set tarifMiseDispo to false
           if numTarifA not = 0 then
               open input f-tarif
               if statusTarif = '00' then
                   move numTarifA to numTarif
                   read f-tarif
                       not invalid key
                           if tarifHoraire or tarifJournalier then
                               set tarifMiseDispo to true
                           end-if
                   end-read
                   close f-tarif
               end-if
           end-if
       .

       *> l'affectation figure-t-elle deja sur une facture emise ?
       mod-verifFacturee.
           set affectFacturee to false
           open input f-ligneFact
           if statusLigneFact = '00' then
               move Numaffect to numAffectL
               start f-ligneFact key is equal numAffectL
                   invalid key
                       continue
                   not invalid key
                       read f-ligneFact next
                           not at end
                               if numAffectL = Numaffect then
                                   set affectFacturee to true
                               end-if
                       end-read
               end-start
               close f-ligneFact
           end-if
       .

       mod-saisirReleve.
           open i-o f-releve
           if statusReleve = '35' then
               open output f-releve
               close f-releve
               open i-o f-releve
           end-if
           move Numaffect to numAffectR
           read f-releve
               invalid key
                   set releveExistant to false
               not invalid key
                   set releveExistant to true
           end-read

           display a-plg-fiche
           if releveExistant then
               display a-plg-releveExistant
           end-if

           move 0 to dureeSaisie
           move 0 to attenteSaisie
           move 0 to kmSaisis
           display s-plg-releve
           accept s-duree
           accept s-attente
           accept s-km

           *> duree a 0 : estimee sur les dates et heures prevues
           call 'calculMiseDispo' using numTarif modeTarif prixTarif
               dateDebAffectA dateFinAffectA heureDebA heureFinA
               dureeSaisie attenteSaisie kmSaisis
               montantBase montantAttente montantKmSup
           end-call
           compute montantTotal = montantBase + montantAttente
               + montantKmSup
           display a-plg-montants
           display s-plg-confirm
           accept s-confirm

           if confirmSaisi = 'O' or confirmSaisi = 'o' then
               perform mod-ecrireReleve
           else
               display a-plg-abandon
           end-if
           close f-releve
       .

       *> fige le releve puis reporte la base reelle sur
       *> l'affectation (montant repris par la facturation)
       mod-ecrireReleve.
           move Numaffect to numAffectR
           move dureeSaisie to dureeReelleR
           move attenteSaisie to heuresAttenteR
           move kmSaisis to kmReelsR
           move montantBase to montantBaseR
           move montantAttente to montantAttenteR
           move montantKmSup to montantKmSupR
           move dateJour to dateSaisieR
           move operateurID-parm to saisiParR

           if releveExistant then
               move 'MODIF' to actionAudit
               rewrite ReleveMAD
                   invalid key
                       display a-plg-nonRes
                       exit paragraph
               end-rewrite
           else
               move 'AJOUT' to actionAudit
               write ReleveMAD
                   invalid key
                       display a-plg-nonRes
                       exit paragraph
               end-write
           end-if

           move spaces to jrnAvant
           move Affectation to jrnAvant(1:134)
           move montantBase to montantTarifA
           rewrite Affectation
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-res
                   perform mod-journaliserMaj
                   perform mod-ecrireAudit
           end-rewrite
       .

       *> enregistre le releve dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'RELEVEMAD' to ligneAudit(25:11)
           move Numaffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move montantTotal to montantEdite
           move montantEdite to ligneAudit(54:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
       mod-journaliserMaj.
           move 'AFFECTATION' to jrnFichier
           move 'R' to jrnOperation
           move spaces to jrnApres
           move Affectation to jrnApres(1:134)
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call
       .

       end program saisieMiseDispo.
