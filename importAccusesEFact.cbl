       program-id. importAccusesEFact.

       *> accuses des plateformes de facturation electronique : le
       *> dernier depot en attente (statut D) de chaque facture passe
       *> acceptee (A) ou rejetee (R) avec le motif de la plateforme.
       *> Une facture rejetee se redepose depuis gestFactElec.

       file-control.
           *> accuses recus : numero de facture, date de l'accuse,
           *> statut A ou R, motif du rejet
           select f-accuses assign 'efacture-accuses.dat'
           organization line sequential
           file status is statusAccuses.

           select f-envoi assign 'EnvoiFactElec.dat'
           organization indexed access dynamic
           record key numEnvoi
           alternate record key numFactureEv duplicates
           file status is statusEnvoi.

           select f-anomalies assign 'efacture-anomalies.txt'
           organization line sequential.

       file section.
       fd f-accuses.
       1 ligneAccuse.
           2 numFactureAc pic 9(6).
           2 dateAccuse pic 9(8).
           2 statutAccuse pic x(01).
               88 accuseAcceptation value 'A'.
               88 accuseRejet value 'R'.
           2 motifAccuse pic x(40).

       fd f-envoi.
       1 EnvoiFactElec.
           2 numEnvoi pic 9(6).
           2 numFactureEv pic 9(6).
           2 numClientEv pic 9(4).
           2 dateEnvoiEv pic 9(8).
           2 heureEnvoiEv pic 9(6).
           2 nomFichierEv pic x(30).
           2 plateformeEv pic x(10).
           2 statutEv pic x(01).
               88 envoiDepose value 'D'.
               88 envoiAccepte value 'A'.
               88 envoiRejete value 'R'.
           2 dateStatutEv pic 9(8).
           2 motifEv pic x(40).
           2 operateurEv pic x(10).

       fd f-anomalies.
       1 ligneAnomalie pic x(80).

       working-storage section.
       1 statusAccuses pic xx.
       1 statusEnvoi pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.

       1 nbLus pic 9(5) value 0.
       1 nbAcceptes pic 9(5) value 0.
       1 nbRejetes pic 9(5) value 0.
       1 nbAnomalies pic 9(5) value 0.

       1 envoiRetenu pic 9(6).
       1 motifAnomalie pic x(38).
       1 ligneVide pic x(80) value spaces.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 fin-lireEnvoi value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneValide value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Accus'&x'82'&'s de facturation '&x'82'&
           'lectronique (efacture-accuses.dat)'.

       1 a-plg-absent.
           2 line 8 col 10 'Fichier efacture-accuses.dat absent'.

       1 a-plg-sansEnvois.
           2 line 8 col 10 'Aucun d'&x'82'&'p'&x'93'&'t enregistr'&
           x'82'&' : import impossible'.

       1 a-plg-res.
           2 line 8 col 10 'Accus'&x'82'&'s lus : '.
           2 a-nbLus pic z(5) from nbLus.
           2 line 9 col 10 'Factures accept'&x'82'&'es : '.
           2 a-nbAcceptes pic z(5) from nbAcceptes.
           2 line 10 col 10 'Factures rejet'&x'82'&'es : '.
           2 a-nbRejetes pic z(5) from nbRejetes.
           2 line 11 col 10 'Anomalies (efacture-anomalies.txt) : '.
           2 a-nbAnomalies pic z(5) from nbAnomalies.

       procedure division using operateurID-parm.
           display a-plg-titre

           open input f-accuses
           if statusAccuses not = '00' then
               display a-plg-absent
               display a-plg-next
               accept s-next
               goback
           end-if

           open i-o f-envoi
           if statusEnvoi not = '00' then
               close f-accuses
               display a-plg-sansEnvois
               display a-plg-next
               accept s-next
               goback
           end-if

           open output f-anomalies

           read f-accuses end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   add 1 to nbLus
                   perform mod-traiterAccuse
                   if not ligneValide then
                       perform mod-ecrireAnomalie
                   end-if
               end-if
               read f-accuses end set fin-lire to true end-read
           end-perform

           close f-anomalies
           close f-envoi
           close f-accuses

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-traiterAccuse.
           set ligneValide to true
           move spaces to motifAnomalie

           if not accuseAcceptation and not accuseRejet then
               move 'statut d''accuse inconnu' to motifAnomalie
               set ligneValide to false
               exit paragraph
           end-if

           *> dernier depot en attente de la facture
           move 0 to envoiRetenu
           move numFactureAc to numFactureEv
           set fin-lireEnvoi to false
           start f-envoi key is = numFactureEv
               invalid key
                   set fin-lireEnvoi to true
           end-start
           perform until fin-lireEnvoi
               read f-envoi next
                   at end
                       set fin-lireEnvoi to true
                   not at end
                       if numFactureEv not = numFactureAc then
                           set fin-lireEnvoi to true
                       else
                           if envoiDepose then
                               move numEnvoi to envoiRetenu
                           end-if
                       end-if
               end-read
           end-perform

           if envoiRetenu = 0 then
               move 'aucun depot en attente' to motifAnomalie
               set ligneValide to false
               exit paragraph
           end-if

           move envoiRetenu to numEnvoi
           read f-envoi
               invalid key
                   move 'depot illisible' to motifAnomalie
                   set ligneValide to false
           end-read
           if not ligneValide then
               exit paragraph
           end-if

           move statutAccuse to statutEv
           move dateAccuse to dateStatutEv
           move motifAccuse to motifEv
           rewrite EnvoiFactElec
               invalid key
                   move 'echec mise a jour du depot' to motifAnomalie
                   set ligneValide to false
               not invalid key
                   if envoiAccepte then
                       add 1 to nbAcceptes
                   else
                       add 1 to nbRejetes
                   end-if
                   perform mod-ecrireAudit
           end-rewrite
       .

       mod-ecrireAnomalie.
           add 1 to nbAnomalies
           move ligneVide to ligneAnomalie
           move numFactureAc to ligneAnomalie(1:6)
           move dateAccuse to ligneAnomalie(8:8)
           move statutAccuse to ligneAnomalie(17:1)
           move motifAccuse(1:23) to ligneAnomalie(19:23)
           move motifAnomalie to ligneAnomalie(43:38)
           write ligneAnomalie
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'MODIF' to ligneAudit(18:5)
           move 'EFACTURE' to ligneAudit(25:11)
           move numEnvoi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           if envoiAccepte then
               move 'accepte' to ligneAudit(54:7)
           else
               move 'rejete' to ligneAudit(54:6)
           end-if
           move numFactureEv to ligneAudit(62:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program importAccusesEFact.
