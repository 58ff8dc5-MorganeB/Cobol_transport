       program-id. gestRefactDegats.

       *> refacturation au client des degats causes par ses
       *> passagers : un incident rattache a une affectation d'un
       *> client est propose a la refacturation (RefactDegat.dat) pour
       *> un montant TTC, le cout de reparation a defaut. La
       *> proposition est approuvee ou refusee par un autre
       *> operateur; la facturation suivante emet une facture de
       *> degats distincte pour chaque refacturation approuvee.

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

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusAffect.

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

       working-storage section.
       1 statusRefact pic xx.
       1 statusFIncident pic xx.
       1 statusAffect pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 decisionSaisie pic x(01).
       1 montantEdite pic z(5)9.99.

       1 incidentSaisi pic 9(4).
       1 montantSaisi pic 9(6)v99.
       1 motifSaisi pic x(40).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 refactExiste value 'o' false 'n'.

       1 pic x value 'n'.
       88 incidentRefacturable value 'o' false 'n'.

       1 pic x value 'n'.
       88 refactOuvert value 'o' false 'n'.

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

       1 a-plg-nextPage.
           2 line 24 'Appuyez sur une touche pour afficher la suite' .
           2 s-nextPage line 25 col 80 pic x to nextPage auto secure.

       1 a-plg-menu.
           2 line 3 col 14 'Refacturation des d'&x'82'&'g'&x'83'&'ts'.
           2 line 5 col 10 '1 Lister les refacturations'.
           2 line 6 col 10 '2 Proposer une refacturation'.
           2 line 7 col 10 '3 Approuver ou refuser une '&
           'refacturation'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Refacturations de d'&x'82'&'g'&x'83'&'ts '&
           '(P propos'&x'82'&'e, V approuv'&x'82'&'e, R refus'&x'82'&
           'e, F factur'&x'82'&'e)'.
           2 line 6 col 3 'Inc.'.
           2 line 6 col 9 'Affect'.
           2 line 6 col 17 'Clt'.
           2 line 6 col 23 'Montant'.
           2 line 6 col 34 'St'.
           2 line 6 col 37 'Facture'.
           2 line 6 col 45 'Motif'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numIncidentRD.
           2 line i col 9 pic 9(6) from numAffectRD.
           2 line i col 17 pic 9(4) from numClientRD.
           2 line i col 22 pic z(5)9.99 from montantRD.
           2 line i col 34 pic x from statutRD.
           2 line i col 37 pic z(5)9 from numFactureRD.
           2 line i col 45 pic x(34) from motifRD.

       1 s-plg-saisieNum.
           2 line 5 col 4 'Refacturation des d'&x'82'&'g'&x'83'&'ts'.
           2 line 7 col 10 'Num'&x'82'&'ro de l''incident : '.
           2 s-num pic 9(4) to incidentSaisi required.

       1 a-plg-incident.
           2 line 9 col 10 'Affectation : '.
           2 a-affect pic 9(6) from numAffectI.
           2 '   Client : '.
           2 a-client pic 9(4) from numClientA.
           2 line 10 col 10 pic x(60) from descriptionIncident.
           2 line 11 col 10 'Co'&x'96'&'t de r'&x'82'&'paration : '.
           2 a-cout pic z(5)9.99 from coutReparation.

       1 s-plg-saisieRefact.
           2 line 13 col 10 'Montant refactur'&x'82'&' TTC : '.
           2 s-montant pic z(5)9.99 using montantSaisi required.
           2 line 14 col 10 'Motif : '.
           2 s-motif pic x(40) using motifSaisi.

       1 a-plg-fiche.
           2 line 9 col 10 'Affectation : '.
           2 a-affectRD pic 9(6) from numAffectRD.
           2 '   Client : '.
           2 a-clientRD pic 9(4) from numClientRD.
           2 line 10 col 10 'Montant TTC : '.
           2 a-montantRD pic z(5)9.99 from montantRD.
           2 line 11 col 10 'Motif : '.
           2 a-motifRD pic x(40) from motifRD.
           2 line 12 col 10 'Propos'&x'82'&'e par '.
           2 a-operProp pic x(10) from operPropRD.
           2 ' le '.
           2 a-dateProp pic 9(8) from datePropRD.

       1 s-plg-decision.
           2 line 14 col 10 'A = approuver, R = refuser : '.
           2 s-decision pic x to decisionSaisie required.

       1 a-plg-sansClient.
           2 line 15 col 10 'Incident sans affectation d''un client :'&
           ' refacturation impossible'.

       1 a-plg-dejaFacturee.
           2 line 15 col 10 'Refacturation d'&x'82'&'j'&x'85'&
           ' factur'&x'82'&'e'.

       1 a-plg-pasProposee.
           2 line 15 col 10 'Cette refacturation n''est pas en '&
           'attente de d'&x'82'&'cision'.

       1 a-plg-memeOperateur.
           2 line 15 col 10 'La d'&x'82'&'cision revient '&x'85'&
           ' un autre op'&x'82'&'rateur que l''auteur de la '&
           'proposition'.

       1 a-plg-inconnue.
           2 line 15 col 10 'Incident ou refacturation inconnu'.

       1 a-plg-res.
           2 line 18 col 15 'Refacturation propos'&x'82'&'e !'.

       1 a-plg-resApprouve.
           2 line 18 col 15 'Refacturation approuv'&x'82'&'e : '&
           'factur'&x'82'&'e '&x'85'&' la prochaine facturation'.

       1 a-plg-resRefuse.
           2 line 18 col 15 'Refacturation refus'&x'82'&'e'.

       1 a-plg-abandon.
           2 line 18 col 15 'D'&x'82'&'cision abandonn'&x'82'&'e'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucune.
           2 line 9 col 4 'Aucune refacturation enregistr'&x'82'&'e'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-proposer
                   when 3 perform mod-decider
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           set fin-lire to false
           open input f-refact
           if statusRefact = '00' then
               read f-refact next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       set ligneTrouvee to true
                       display a-plg-resListe
                       compute i = i + 1
                       if (i > 20) then
                           compute i = 8
                           display a-plg-nextPage
                           accept s-nextPage
                           display a-plg-titreListe
                       end-if
                   end-if
                   read f-refact next
                   end set fin-lire to true end-read
               end-perform
               close f-refact
           end-if
           if not ligneTrouvee then
               display a-plg-aucune
           end-if
           display a-plg-next
           accept s-next
       .

       *> proposition (ou nouvelle proposition d'une refacturation
       *> pas encore facturee, qui repasse alors en attente de
       *> decision)
       mod-proposer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisieNum
           accept s-num

           perform mod-lireIncident
           if not ligneTrouvee then
               display a-plg-inconnue
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           if not incidentRefacturable then
               display a-plg-sansClient
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           open i-o f-refact
           if statusRefact = '35' then
               open output f-refact
               close f-refact
               open i-o f-refact
           end-if

           set refactExiste to false
           move incidentSaisi to numIncidentRD
           read f-refact
               not invalid key
                   set refactExiste to true
           end-read

           if refactExiste and refactFacturee then
               display a-plg-dejaFacturee
               close f-refact
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           if refactExiste then
               move montantRD to montantSaisi
               move motifRD to motifSaisi
           else
               move coutReparation to montantSaisi
               move spaces to motifSaisi
           end-if

           display a-plg-incident
           display s-plg-saisieRefact
           accept s-montant
           accept s-motif

           move incidentSaisi to numIncidentRD
           move numAffectI to numAffectRD
           move numClientA to numClientRD
           move montantSaisi to montantRD
           move motifSaisi to motifRD
           set refactProposee to true
           accept datePropRD from date yyyymmdd
           move operateurID-parm to operPropRD
           move 0 to dateDecisionRD
           move spaces to operDecisionRD
           move 0 to numFactureRD
           if refactExiste then
               rewrite RefactDegat
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'MODIF' to actionAudit
                       perform mod-ecrireAudit
               end-rewrite
           else
               write RefactDegat
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'AJOUT' to actionAudit
                       perform mod-ecrireAudit
               end-write
           end-if
           close f-refact

           display a-plg-next
           accept s-next
       .

       *> incident saisi et affectation du client a laquelle il se
       *> rattache
       mod-lireIncident.
           set ligneTrouvee to false
           set incidentRefacturable to false
           open input f-incident
           if statusFIncident = '00' then
               move incidentSaisi to numIncident
               read f-incident
                   not invalid key
                       set ligneTrouvee to true
               end-read
               close f-incident
           end-if
           if not ligneTrouvee or numAffectI = 0 then
               exit paragraph
           end-if
           open input f-affectation
           if statusAffect = '00' then
               move numAffectI to Numaffect
               read f-affectation
                   not invalid key
                       if numClientA not = 0 then
                           set incidentRefacturable to true
                       end-if
               end-read
               close f-affectation
           end-if
       .

       mod-decider.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisieNum
           accept s-num

           set refactExiste to false
           set refactOuvert to false
           open i-o f-refact
           if statusRefact = '00' then
               set refactOuvert to true
               move incidentSaisi to numIncidentRD
               read f-refact
                   not invalid key
                       set refactExiste to true
               end-read
           end-if

           evaluate true
               when not refactExiste
                   display a-plg-inconnue
               when not refactProposee
                   display a-plg-pasProposee
               when operPropRD = operateurID-parm
                   display a-plg-fiche
                   display a-plg-memeOperateur
               when other
                   display a-plg-fiche
                   display s-plg-decision
                   accept s-decision
                   evaluate true
                       when decisionSaisie = 'A'
                       or decisionSaisie = 'a'
                           set refactApprouvee to true
                           perform mod-majDecision
                       when decisionSaisie = 'R'
                       or decisionSaisie = 'r'
                           set refactRefusee to true
                           perform mod-majDecision
                       when other
                           display a-plg-abandon
                   end-evaluate
           end-evaluate
           if refactOuvert then
               close f-refact
               set refactOuvert to false
           end-if

           display a-plg-next
           accept s-next
       .

       mod-majDecision.
           accept dateDecisionRD from date yyyymmdd
           move operateurID-parm to operDecisionRD
           rewrite RefactDegat
               invalid key
                   display a-plg-nonRes
               not invalid key
                   if refactApprouvee then
                       display a-plg-resApprouve
                   else
                       display a-plg-resRefuse
                   end-if
                   move 'MODIF' to actionAudit
                   perform mod-ecrireAudit
           end-rewrite
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'DEGAT' to ligneAudit(25:11)
           move numIncidentRD to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move statutRD to ligneAudit(54:1)
           move montantRD to montantEdite
           move montantEdite to ligneAudit(56:9)
           move numClientRD to ligneAudit(66:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestRefactDegats.
