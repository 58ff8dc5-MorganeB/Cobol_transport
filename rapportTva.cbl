       program-id. rapportTva.

       *> recapitulatif mensuel de TVA, pour toutes les societes du
       *> groupe ou pour une seule : une piece releve de la societe
       *> dont la plage de numerotation contient son numero
       *> (lireSociete)

       file-control.
           select f-facture assign 'Facture.dat' organization
           indexed
           2 typeF pic x(01).
               88 estFacture value 'F'.
               88 estAvoir value 'A'.
               88 estAcompte value 'D'.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

           2 montantLigneF pic 9(7)v99.
           2 fraisLigneF pic 9(8)v99.
           2 tauxTvaLigneF pic 9(2)v99.
           2 typeLigneF pic x(01).
               88 ligneMADBase value 'B'.
               88 ligneMADAttente value 'A'.
               88 ligneMADKmSup value 'K'.
               88 ligneAcompteDeduit value 'D'.
               88 ligneSurchargeCarb value 'S'.
               88 ligneRemiseCarb value 'R'.
               88 ligneRistourne value 'V'.

       fd f-imprime.
       1 ligneImprime pic x(80).
       1 montantEdite pic z(8)9.99.
       1 tauxEdite pic z9.99.

       1 societeSaisie pic 9(2) value 0.
       1 societeTva.
           2 numSocieteST pic 9(2).
           2 raisonSocialeST pic x(35).
           2 siretST pic x(14).
           2 tvaIntraST pic x(13).
           2 filler pic x(127).
       1 modeSociete pic x(01).
       1 numeroSociete pic 9(6).
       1 societeTrouvee pic x(01).
           88 societeConnue value 'O'.
       1 pic x value 'o'.
       88 pieceRetenue value 'o' false 'n'.

       1 factureCourante pic 9(6).
       1 nbFacturesMois pic 9(4) value 0.
       1 ttcLigne pic 9(9)v99.
       1 avoirsTva pic 9(9)v99 value 0.
       1 avoirsTTC pic 9(9)v99 value 0.

       *> dont avoirs de ristourne de fin d'annee (lignes de type V)
       1 nbRistournesMois pic 9(4) value 0.
       1 ristournesHT pic 9(9)v99 value 0.
       1 ristournesTva pic 9(9)v99 value 0.
       1 ristournesTTC pic 9(9)v99 value 0.
       1 pic x value 'n'.
       88 avoirRistourne value 'o' false 'n'.

       *> acomptes deduits des factures du mois : deja declares
       *> avec la facture d'acompte, ils viennent en deduction
       1 nbAcomptesDeduits pic 9(4) value 0.
       1 acomptesHT pic 9(9)v99 value 0.
       1 acomptesTva pic 9(9)v99 value 0.
       1 acomptesTTC pic 9(9)v99 value 0.

       *> clause carburant : les surcharges sont deja ventilees par
       *> taux ci-dessus (rappel), les remises viennent en deduction
       1 surchargesHT pic 9(9)v99 value 0.
       1 surchargesTva pic 9(9)v99 value 0.
       1 surchargesTTC pic 9(9)v99 value 0.
       1 remisesCarbHT pic 9(9)v99 value 0.
       1 remisesCarbTva pic 9(9)v99 value 0.
       1 remisesCarbTTC pic 9(9)v99 value 0.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finLireLignes value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneFactOuverte value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.
           2 line 4 col 4 'R'&x'82'&'capitulatif mensuel de TVA'.
           2 line 6 col 10 'Mois (AAAAMM) : '.
           2 s-mois pic 9(6) to moisSaisi required.
           2 line 7 col 10 'Soci'&x'82'&'t'&x'82'&' (00 = toutes) : '.
           2 s-societe pic 9(2) to societeSaisie.

       1 a-plg-societeInconnue.
           2 line 18 col 10 'Soci'&x'82'&'t'&x'82'&' inconnue'.

       1 a-plg-aucune.
           2 line 18 col 10 'Aucune facture ce mois-l'&x'85'.
           2 ' avoir(s)'.

       procedure division.
           move 0 to nbFacturesMois
           move 0 to nbTauxTab
           move 0 to nbAvoirsMois
           move 0 to avoirsHT
           move 0 to avoirsTva
           move 0 to avoirsTTC
           move 0 to nbRistournesMois
           move 0 to ristournesHT
           move 0 to ristournesTva
           move 0 to ristournesTTC
           move 0 to nbAcomptesDeduits
           move 0 to acomptesHT
           move 0 to acomptesTva
           move 0 to acomptesTTC
           move 0 to surchargesHT
           move 0 to surchargesTva
           move 0 to surchargesTTC
           move 0 to remisesCarbHT
           move 0 to remisesCarbTva
           move 0 to remisesCarbTTC
           set fin-lire to false
           set ligneFactOuverte to false

           display s-plg-saisie
           accept s-mois
           accept s-societe

           if societeSaisie not = 0 then
               move 'S' to modeSociete
               move societeSaisie to numeroSociete
               call 'lireSociete' using modeSociete numeroSociete
                   societeTva societeTrouvee end-call
               if not societeConnue then
                   display a-plg-societeInconnue
                   display a-plg-next
                   accept s-next
                   goback
               end-if
           end-if

           open input f-facture
           if statusFacture not = '00' then
               goback
           end-if
           open input f-ligneFact
           if statusLigneFact = '00' then
               set ligneFactOuverte to true
           end-if

           *> parcours des factures du mois : ventilation des lignes
           *> par taux, avoirs recapitules a part
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and moisFacture = moisSaisi then
                   perform mod-verifSociete
               end-if
               if not fin-lire and moisFacture = moisSaisi
               and pieceRetenue then
                   if estAvoir then
                       add 1 to nbAvoirsMois
                       add montantHTF to avoirsHT
                       add montantTvaF to avoirsTva
                       add montantFacture to avoirsTTC
                       perform mod-reperageRistourne
                   else
                       add 1 to nbFacturesMois
                       perform mod-ventilerFacture
               end set fin-lire to true end-read
           end-perform

           if ligneFactOuverte then
               close f-ligneFact
               set ligneFactOuverte to false
           end-if
           close f-facture

           accept s-next
           goback.

       *> piece de la societe demandee (toutes a defaut)
       mod-verifSociete.
           set pieceRetenue to true
           if societeSaisie not = 0 then
               move 'P' to modeSociete
               move numFacture to numeroSociete
               call 'lireSociete' using modeSociete numeroSociete
                   societeTva societeTrouvee end-call
               if numSocieteST not = societeSaisie then
                   set pieceRetenue to false
               end-if
           end-if
       .

       *> ventile les lignes de la facture courante par taux de TVA
       mod-ventilerFacture.
           if not ligneFactOuverte then
               continue
           else
               move numFacture to factureCourante
           end-if
       .

       *> un avoir de ristourne porte des lignes de type V
       mod-reperageRistourne.
           set avoirRistourne to false
           if ligneFactOuverte then
               move numFacture to factureCourante
               move factureCourante to numFactureL
               move 0 to seqLigneF
               start f-ligneFact key is not less cleLigneFact
                   not invalid key
                       read f-ligneFact next
                           not at end
                               if numFactureL = factureCourante
                               and ligneRistourne then
                                   set avoirRistourne to true
                               end-if
                       end-read
               end-start
           end-if
           if avoirRistourne then
               add 1 to nbRistournesMois
               add montantHTF to ristournesHT
               add montantTvaF to ristournesTva
               add montantFacture to ristournesTTC
           end-if
       .

       mod-cumulerLigne.
           if ligneAcompteDeduit then
               perform mod-cumulerAcompte
               exit paragraph
           end-if
           if ligneRemiseCarb or ligneSurchargeCarb then
               perform mod-cumulerCarburant
               if ligneRemiseCarb then
                   exit paragraph
               end-if
           end-if
           perform varying idxTaux from 1 by 1
               until idxTaux > nbTauxTab
               or tabTauxValeur(idxTaux) = tauxTvaLigneF
           end-if
       .

       mod-cumulerAcompte.
           add 1 to nbAcomptesDeduits
           move montantLigneF to ttcLigne
           compute htLigne rounded =
               ttcLigne / (1 + tauxTvaLigneF / 100)
           add htLigne to acomptesHT
           compute acomptesTva = acomptesTva + ttcLigne - htLigne
           add ttcLigne to acomptesTTC
       .

       mod-cumulerCarburant.
           move montantLigneF to ttcLigne
           compute htLigne rounded =
               ttcLigne / (1 + tauxTvaLigneF / 100)
           if ligneRemiseCarb then
               add htLigne to remisesCarbHT
               compute remisesCarbTva =
                   remisesCarbTva + ttcLigne - htLigne
               add ttcLigne to remisesCarbTTC
           else
               add htLigne to surchargesHT
               compute surchargesTva =
                   surchargesTva + ttcLigne - htLigne
               add ttcLigne to surchargesTTC
           end-if
       .

       mod-imprimer.
           move spaces to nomImprime
           if societeSaisie = 0 then
               string 'tva-' moisSaisi '.txt'
                   delimited size into nomImprime
           else
               string 'tva-' moisSaisi '-' societeSaisie '.txt'
                   delimited size into nomImprime
           end-if
           open output f-imprime

           *> societe declarante
           if societeSaisie not = 0 then
               move 'S' to modeSociete
               move societeSaisie to numeroSociete
               call 'lireSociete' using modeSociete numeroSociete
                   societeTva societeTrouvee end-call
               move ligneVide to ligneImprime
               move raisonSocialeST to ligneImprime(1:35)
               write ligneImprime
               move ligneVide to ligneImprime
               move 'SIRET' to ligneImprime(1:5)
               move siretST to ligneImprime(7:14)
               move 'TVA' to ligneImprime(23:3)
               move tvaIntraST to ligneImprime(27:13)
               write ligneImprime
               move ligneVide to ligneImprime
               write ligneImprime
           end-if

           move ligneVide to ligneImprime
           move 'RECAPITULATIF TVA' to ligneImprime(1:17)
           move moisSaisi(5:2) to ligneImprime(20:2)
               move avoirsTTC to montantEdite
               move montantEdite to ligneImprime(35:12)
               write ligneImprime
               if nbRistournesMois not = 0 then
                   move ligneVide to ligneImprime
                   move 'dont ristournes de fin d''annee' to
                       ligneImprime(1:30)
                   write ligneImprime
                   move ligneVide to ligneImprime
                   move ristournesHT to montantEdite
                   move montantEdite to ligneImprime(9:12)
                   move ristournesTva to montantEdite
                   move montantEdite to ligneImprime(22:12)
                   move ristournesTTC to montantEdite
                   move montantEdite to ligneImprime(35:12)
                   write ligneImprime
               end-if
           end-if

           if surchargesTTC not = 0 or remisesCarbTTC not = 0 then
               move ligneVide to ligneImprime
               write ligneImprime
               move ligneVide to ligneImprime
               move 'CLAUSE CARBURANT' to ligneImprime(1:16)
               write ligneImprime
               move ligneVide to ligneImprime
               move 'surcharges (incluses ci-dessus)' to
                   ligneImprime(1:31)
               write ligneImprime
               move ligneVide to ligneImprime
               move surchargesHT to montantEdite
               move montantEdite to ligneImprime(9:12)
               move surchargesTva to montantEdite
               move montantEdite to ligneImprime(22:12)
               move surchargesTTC to montantEdite
               move montantEdite to ligneImprime(35:12)
               write ligneImprime
               move ligneVide to ligneImprime
               move 'remises (a deduire)' to ligneImprime(1:19)
               write ligneImprime
               move ligneVide to ligneImprime
               move remisesCarbHT to montantEdite
               move montantEdite to ligneImprime(9:12)
               move remisesCarbTva to montantEdite
               move montantEdite to ligneImprime(22:12)
               move remisesCarbTTC to montantEdite
               move montantEdite to ligneImprime(35:12)
               write ligneImprime
           end-if

           if nbAcomptesDeduits not = 0 then
               move ligneVide to ligneImprime
               write ligneImprime
               move ligneVide to ligneImprime
               move 'ACOMPTES DEDUITS (a deduire)' to
                   ligneImprime(1:28)
               write ligneImprime
               move ligneVide to ligneImprime
               move acomptesHT to montantEdite
               move montantEdite to ligneImprime(9:12)
               move acomptesTva to montantEdite
               move montantEdite to ligneImprime(22:12)
               move acomptesTTC to montantEdite
               move montantEdite to ligneImprime(35:12)
               write ligneImprime
           end-if

           close f-imprime
