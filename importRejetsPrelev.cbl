       program-id. importRejetsPrelev.

       *> rejets de prelevement deposes par la banque : chaque facture
       *> rejetee (statut E) est rouverte, ouverte ou partiellement
       *> reglee selon ce qui a deja ete encaisse, et le client passe
       *> en credit a suivre (S) s'il n'est pas deja bloque, pour que
       *> le recouvrement le relance.

       file-control.
           *> rejets bancaires : date du rejet, numero de facture,
           *> montant rejete, code et libelle du motif
           select f-rejetsBanque assign 'prelevements-rejets.dat'
           organization line sequential
           file status is statusRejets.

           select f-facture assign 'Facture.dat' organization
           indexed
           access dynamic record key numFacture
           file status is statusFacture.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

           select f-anomalies assign 'prelevements-anomalies.txt'
           organization line sequential.

       file section.
       fd f-rejetsBanque.
       1 ligneRejetBanque.
           2 dateRejet pic 9(8).
           2 numFactureRj pic 9(6).
           2 montantRejete pic 9(9)v99.
           2 codeMotifRj pic x(4).
           2 libelleMotifRj pic x(30).

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

       fd f-client.
       1 Client.
           2 numClient pic 9(4).
           2 nomClient pic x(30).
           2 contactClient pic x(30).
           2 adresseClient pic x(40).
           2 conditionsPaiement pic x(20).
           2 statutCredit pic x(01).
               88 clientBloque value 'B'.
               88 clientASuivre value 'S'.
           2 seuilRetardCli pic 9(3).

       fd f-anomalies.
       1 ligneAnomalie pic x(80).

       working-storage section.
       1 statusRejets pic xx.
       1 statusFacture pic xx.
       1 statusClient pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.

       1 nbLues pic 9(5) value 0.
       1 nbRouvertes pic 9(5) value 0.
       1 nbClientsSuivis pic 9(5) value 0.
       1 nbAnomalies pic 9(5) value 0.

       1 motifAnomalie pic x(38).
       1 ligneVide pic x(80) value spaces.

       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneValide value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientOuvert value 'o' false 'n'.

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
           2 line 4 col 10 'Rejets de pr'&x'82'&'l'&x'8a'&'vement '&
           '(prelevements-rejets.dat)'.

       1 a-plg-absent.
           2 line 8 col 10 'Fichier prelevements-rejets.dat absent'.

       1 a-plg-sansFactures.
           2 line 8 col 10 'Aucune facture au fichier : import '&
           'impossible'.

       1 a-plg-res.
           2 line 8 col 10 'Rejets lus : '.
           2 a-nbLues pic z(5) from nbLues.
           2 line 9 col 10 'Factures rouvertes : '.
           2 a-nbRouvertes pic z(5) from nbRouvertes.
           2 line 10 col 10 'Clients pass'&x'82'&'s en suivi : '.
           2 a-nbSuivis pic z(5) from nbClientsSuivis.
           2 line 11 col 10 'Anomalies (prelevements-anomalies.txt)'&
           ' : '.
           2 a-nbAnomalies pic z(5) from nbAnomalies.

       procedure division using operateurID-parm.
           move 0 to nbLues
           move 0 to nbRouvertes
           move 0 to nbClientsSuivis
           move 0 to nbAnomalies
           set fin-lire to false
           set clientOuvert to false

           display a-plg-titre

           open input f-rejetsBanque
           if statusRejets not = '00' then
               display a-plg-absent
               display a-plg-next
               accept s-next
               goback
           end-if

           open i-o f-facture
           if statusFacture not = '00' then
               close f-rejetsBanque
               display a-plg-sansFactures
               display a-plg-next
               accept s-next
               goback
           end-if

           open i-o f-client
           if statusClient = '00' then
               set clientOuvert to true
           end-if
           open output f-anomalies

           read f-rejetsBanque end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   add 1 to nbLues
                   perform mod-traiterRejet
                   if not ligneValide then
                       perform mod-ecrireAnomalie
                   end-if
               end-if
               read f-rejetsBanque end set fin-lire to true end-read
           end-perform

           close f-anomalies
           if clientOuvert then
               close f-client
               set clientOuvert to false
           end-if
           close f-facture
           close f-rejetsBanque

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       *> seule une facture en prelevement en cours peut etre rouverte
       *> (un rejet deja traite ou une facture reglee entre-temps par
       *> un autre moyen part en anomalie)
       mod-traiterRejet.
           set ligneValide to true
           move spaces to motifAnomalie

           move numFactureRj to numFacture
           read f-facture
               invalid key
                   move 'facture inconnue' to motifAnomalie
                   set ligneValide to false
           end-read
           if ligneValide and not facturePrelevee then
               move 'facture non en prelevement' to motifAnomalie
               set ligneValide to false
           end-if
           if not ligneValide then
               exit paragraph
           end-if

           move spaces to jrnAvant
           move Facture to jrnAvant(1:70)
           if montantRegleF > 0 then
               set facturePartielle to true
           else
               set factureOuverte to true
           end-if
           rewrite Facture
               invalid key
                   move 'echec mise a jour facture' to motifAnomalie
                   set ligneValide to false
               not invalid key
                   add 1 to nbRouvertes
                   move 'FACTURE' to jrnFichier
                   move 'R' to jrnOperation
                   move spaces to jrnApres
                   move Facture to jrnApres(1:70)
                   call 'journalMaj' using jrnFichier jrnOperation
                       jrnAvant jrnApres end-call
                   perform mod-ecrireAuditFacture
                   perform mod-suivreClient
           end-rewrite
       .

       *> client de la facture rejetee mis en credit a suivre; un
       *> client deja bloque le reste
       mod-suivreClient.
           if not clientOuvert then
               exit paragraph
           end-if
           move numClientF to numClient
           read f-client
               not invalid key
                   if not clientBloque and not clientASuivre then
                       set clientASuivre to true
                       rewrite Client
                           not invalid key
                               add 1 to nbClientsSuivis
                               perform mod-ecrireAuditClient
                       end-rewrite
                   end-if
           end-read
       .

       mod-ecrireAnomalie.
           add 1 to nbAnomalies
           move ligneVide to ligneAnomalie
           move dateRejet to ligneAnomalie(1:8)
           move numFactureRj to ligneAnomalie(10:6)
           move codeMotifRj to ligneAnomalie(17:4)
           move libelleMotifRj(1:20) to ligneAnomalie(22:20)
           move motifAnomalie to ligneAnomalie(43:38)
           write ligneAnomalie
       .

       *> facture rouverte, dans le journal d'audit avec le motif
       *> bancaire du rejet
       mod-ecrireAuditFacture.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'MODIF' to ligneAudit(18:5)
           move 'FACTURE' to ligneAudit(25:11)
           move numFacture to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'rejet prelevement' to ligneAudit(54:17)
           move codeMotifRj to ligneAudit(72:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-ecrireAuditClient.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'MODIF' to ligneAudit(18:5)
           move 'CLIENT' to ligneAudit(25:11)
           move numClient to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move 'credit a suivre' to ligneAudit(54:15)
           move numFacture to ligneAudit(70:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program importRejetsPrelev.
