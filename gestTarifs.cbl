           access dynamic record key numTarif
           file status is statusTarif.

           *> complement des tarifs de mise a disposition (modes H et
           *> J) : duree minimum facturee, attente, forfait km
           select f-tarifMAD assign 'TarifMAD.dat'
           organization indexed access dynamic
           record key numTarifM
           file status is statusTarifMAD.

           *> tarifs dont les peages sont refactures au client
           *> (rapprochementPeage, facturation)
           select f-tarifPeage assign 'TarifPeage.dat'
           organization indexed access dynamic
           record key numTarifP
           file status is statusTarifPeage.

       file section.
       fd f-tarif.
           2 modeTarif pic x(01).
               88 tarifParTrajet value 'T'.
               88 tarifParKm value 'K'.
               88 tarifHoraire value 'H'.
               88 tarifJournalier value 'J'.
           2 prixTarif pic 9(6)v99.
           2 dateDebTarif pic 9(8).
           2 dateFinTarif pic 9(8).
           2 tauxTvaTarif pic 9(2)v99.

       fd f-tarifMAD.
       1 TarifMAD.
           2 numTarifM pic 9(4).
           2 dureeMiniM pic 9(3)v99.
           2 prixAttenteM pic 9(4)v99.
           2 kmInclusM pic 9(5).
           2 prixKmSupM pic 9(3)v99.

       fd f-tarifPeage.
       1 TarifPeage.
           2 numTarifP pic 9(4).
           2 refactPeageP pic x(01).

       working-storage section.
       1 statusTarif pic xx.
       1 statusTarifMAD pic xx.
       1 statusTarifPeage pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 clientSaisi pic 9(4).
       1 circuitSaisi pic 9(4).
       1 modeSaisi pic x.
           88 modeSaisiValide values 'T' 'K' 'H' 'J'.
           88 modeSaisiMAD values 'H' 'J'.
       1 prixSaisi pic 9(6)v99.
       1 dateDebSaisie pic 9(8).
       1 dateFinSaisie pic 9(8).
       1 tauxSaisi pic 9(2)v99.
       1 dureeMiniSaisie pic 9(3)v99.
       1 prixAttenteSaisi pic 9(4)v99.
       1 kmInclusSaisi pic 9(5).
       1 prixKmSupSaisi pic 9(3)v99.
       1 refactPeageSaisi pic x(01).
           88 peageRefacture values 'O' 'o'.

       1 i pic 99 value 8. *> indice de ligne
       1 nextPage pic x.
           2 s-client pic 9(4) to clientSaisi.
           2 line 9 col 10 'Circuit : '.
           2 s-circuit pic 9(4) to circuitSaisi.
           2 line 10 col 10 'Mode (T trajet, K km, H heure, '&
           'J journ'&x'82'&'e) : '.
           2 s-mode pic x to modeSaisi.
           2 line 11 col 10 'Prix (euros.centimes) : '.
           2 s-prix pic 9(6).99 to prixSaisi.
           2 line 14 col 10 'Taux de TVA (pourcent) : '.
           2 s-taux pic 9(2).99 to tauxSaisi.

       *> mise a disposition : la duree minimum est en heures pour le
       *> mode H, en jours pour le mode J
       1 s-plg-saisieMAD.
           2 line 15 col 10 'Dur'&x'82'&'e minimum factur'&x'82'&
           'e (heures ou jours) : '.
           2 s-dureeMini pic 9(3).99 to dureeMiniSaisie.
           2 line 16 col 10 'Attente (euros par heure) : '.
           2 s-prixAttente pic 9(4).99 to prixAttenteSaisi.
           2 line 17 col 10 'Km inclus : '.
           2 s-kmInclus pic 9(5) to kmInclusSaisi.
           2 line 17 col 32 'Km suppl'&x'82'&'mentaire (euros) : '.
           2 s-prixKmSup pic 9(3).99 to prixKmSupSaisi.

       1 s-plg-saisiePeage.
           2 line 21 col 10 'P'&x'82'&'ages refactur'&x'82'&
           's au client (O/N) : '.
           2 s-refactPeage pic x using refactPeageSaisi.

       1 a-plg-erreur.
           2 line 23 col 12 'Saisir une date correcte svp'.

           2 s-confirm pic x to confirmSaisi required.

       1 a-plg-modeInvalide.
           2 line 18 col 15 'Mode invalide (T, K, H ou J)'.

       1 a-plg-res.
           2 line 18 col 15 'Tarif enregistr'&x'82'&' !'.
               accept s-dateFin
               accept s-taux
               perform mod-validerSaisie
               if juste and modeSaisiMAD then
                   perform mod-saisirMAD
               end-if
               if juste then
                   move 0 to numTarif
                   perform mod-saisirPeage
               end-if

               if juste then
                   open i-o f-tarif
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           if modeSaisiMAD then
                               perform mod-ecrireMAD
                           end-if
                           perform mod-ecrirePeage
                           move 'AJOUT' to actionAudit
                           move newTarif to tarifSaisi
                           perform mod-ecrireAudit
                   accept s-dateFin
                   accept s-taux
                   perform mod-validerSaisie
                   if juste and modeSaisiMAD then
                       perform mod-saisirMAD
                   end-if
                   if juste then
                       perform mod-saisirPeage
                   end-if

                   if juste then
                       move clientSaisi to numClientT
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-res
                               if modeSaisiMAD then
                                   perform mod-ecrireMAD
                               else
                                   perform mod-supprimerMAD
                               end-if
                               perform mod-ecrirePeage
                               move 'MODIF' to actionAudit
                               perform mod-ecrireAudit
                       end-rewrite
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-res
                               perform mod-supprimerMAD
                               move 'N' to refactPeageSaisi
                               perform mod-ecrirePeage
                               move 'SUPPR' to actionAudit
                               perform mod-ecrireAudit
                       end-delete
       *> valide le mode et les dates de validite saisis
       mod-validerSaisie.
           set juste to true
           if not modeSaisiValide then
               display a-plg-modeInvalide
               set juste to false
           end-if
           end-if
       .

       mod-saisirMAD.
           move 0 to dureeMiniSaisie
           move 0 to prixAttenteSaisi
           move 0 to kmInclusSaisi
           move 0 to prixKmSupSaisi
           display s-plg-saisieMAD
           accept s-dureeMini
           accept s-prixAttente
           accept s-kmInclus
           accept s-prixKmSup
       .

       *> complement de mise a disposition du tarif courant, cree ou
       *> remplace (TarifMAD.dat cree au premier passage)
       mod-ecrireMAD.
           open i-o f-tarifMAD
           if statusTarifMAD = '35' then
               open output f-tarifMAD
               close f-tarifMAD
               open i-o f-tarifMAD
           end-if
           move numTarif to numTarifM
           move dureeMiniSaisie to dureeMiniM
           move prixAttenteSaisi to prixAttenteM
           move kmInclusSaisi to kmInclusM
           move prixKmSupSaisi to prixKmSupM
           write TarifMAD
               invalid key
                   rewrite TarifMAD
                       invalid key
                           display a-plg-nonRes
                   end-rewrite
           end-write
           close f-tarifMAD
       .

       *> un tarif supprime, ou repasse en mode T ou K, perd son
       *> complement de mise a disposition
       mod-supprimerMAD.
           open i-o f-tarifMAD
           if statusTarifMAD = '00' then
               move numTarif to numTarifM
               delete f-tarifMAD
                   invalid key
                       continue
               end-delete
               close f-tarifMAD
           end-if
       .

       *> refacturation des peages : reprend la valeur en place pour
       *> un tarif existant (numTarif non nul), N par defaut
       mod-saisirPeage.
           move 'N' to refactPeageSaisi
           if numTarif not = 0 then
               open input f-tarifPeage
               if statusTarifPeage = '00' then
                   move numTarif to numTarifP
                   read f-tarifPeage
                       not invalid key
                           move refactPeageP to refactPeageSaisi
                   end-read
                   close f-tarifPeage
               end-if
           end-if
           display s-plg-saisiePeage
           accept s-refactPeage
       .

       *> un tarif sans refacturation des peages n'a pas
       *> d'enregistrement dans TarifPeage.dat
       mod-ecrirePeage.
           open i-o f-tarifPeage
           if statusTarifPeage = '35' then
               open output f-tarifPeage
               close f-tarifPeage
               open i-o f-tarifPeage
           end-if
           move numTarif to numTarifP
           if peageRefacture then
               move 'O' to refactPeageP
               write TarifPeage
                   invalid key
                       rewrite TarifPeage
                           invalid key
                               display a-plg-nonRes
                       end-rewrite
               end-write
           else
               delete f-tarifPeage
                   invalid key
                       continue
               end-delete
           end-if
           close f-tarifPeage
       .

       *> valide une date reelle (mois/jour selon le calendrier,
       *> annees bissextiles comprises) via function integer-of-date,
       *> qui renvoie 0 pour toute date qui n'existe pas;
           move 'TARIF' to ligneAudit(25:11)
           move tarifSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestTarifs.
