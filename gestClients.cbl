           alternate record key NumCircuitA duplicates
           alternate record key dateDebAffectA duplicates.

           *> conditions commerciales propres au client (acompte a
           *> la commande, bareme des frais d'annulation, paliers de
           *> ristourne annuelle), fiche creee a la premiere saisie
           select f-condClient assign 'ConditionClient.dat'
           organization indexed access dynamic
           record key numClientK
           file status is statusCondClient.

       file section.
       fd f-client.
           2 conditionsPaiement pic x(20).
           2 statutCredit pic x(01).
               88 clientBloque value 'B'.
               88 clientASuivre value 'S'.
           2 seuilRetardCli pic 9(3).

       fd f-affectation.
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       fd f-condClient.
       1 ConditionClient.
           2 numClientK pic 9(4).
           2 tauxAcompteK pic 9(2)v99.
           2 baremeAnnulK occurs 4.
               3 joursAnnulK pic 9(3).
               3 tauxAnnulK pic 9(3)v99.
           2 baremeRistK occurs 4.
               3 seuilRistK pic 9(9).
               3 tauxRistK pic 9(2)v99.
           2 numSocieteK pic 9(2).

       working-storage section.
       1 statusClient pic xx.
       1 statusCondClient pic xx.
       1 tauxAcompteSaisi pic 9(2)v99.
       1 nomCond pic x(30).

       *> bareme des frais d'annulation : annulation a moins de N
       *> jours du depart -> taux du prix du trajet (palier a 0 jour
       *> = inutilise)
       1 baremeSaisi.
           2 palierSaisi occurs 4.
               3 joursPalierSaisi pic 9(3).
               3 tauxPalierSaisi pic 9(3)v99.
       *> ristourne de fin d'annee : chiffre d'affaires HT annuel
       *> atteint -> taux de ristourne (palier a taux 0 = inutilise)
       1 ristourneSaisie.
           2 palierRistSaisi occurs 4.
               3 seuilRistSaisi pic 9(9).
               3 tauxRistSaisi pic 9(2)v99.
       1 idxPalier pic 9.
       *> societe du groupe qui facture le client (0 = celle du depot
       *> du bus de chaque trajet, lireSociete pour le controle)
       1 societeSaisie pic 9(2).
       1 societeCond.
           2 numSocieteSC pic 9(2).
           2 raisonSocialeSC pic x(35).
           2 filler pic x(154).
       1 modeSociete pic x(01) value 'S'.
       1 numeroSociete pic 9(6).
       1 societeTrouvee pic x(01).
           88 societeValide value 'O'.
       1 pic x value 'o'.
       88 baremeValide value 'o' false 'n'.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
           2 line 10 col 10 '6 Bloquer / d'&x'82'&'bloquer le '&
           'cr'&x'82'&'dit'.
           2 line 11 col 10 '7 Gestion des tarifs'.
           2 line 12 col 10 '8 Conditions commerciales'.
           2 line 13 col 10 '9 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 14 col 13 'Choix ? '.
           2 s-choix line 14 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           2 a-adresse pic x(40) from adresseClient.
           2 line 11 col 5 'Conditions de paiement : '.
           2 a-conditions pic x(20) from conditionsPaiement.
           2 line 12 col 5 'Cr'&x'82'&'dit (B = bloqu'&x'82'&', S = '&
           x'85'&' suivre) : '.
           2 a-credit pic x from statutCredit.
           2 line 13 col 5 'Seuil de retard (jours) : '.
           2 a-seuil pic zz9 from seuilRetardCli.
           2 line 18 col 15 'Statut cr'&x'82'&'dit mis '&x'85'&
           ' jour'.

       1 a-plg-conditions.
           2 line 8 col 5 'Nom : '.
           2 a-nomCond pic x(30) from nomCond.
           2 line 10 col 5 'Acompte '&x'85'&' la commande (%) : '.
           2 a-tauxAcompte pic z9.99 from tauxAcompteK.

       1 s-plg-saisieConditions.
           2 line 12 col 5 'Nouvel acompte '&x'85'&' la commande '&
           '(%, 0 = aucun) : '.
           2 s-tauxAcompte pic 9(2).99 to tauxAcompteSaisi.

       1 s-plg-saisieBareme.
           2 line 13 col 5 'Frais d''annulation, '&x'85'&' moins de '&
           'N jours du d'&x'82'&'part (0 = palier inutilis'&x'82'&') :'.
           2 line 14 col 8 'moins de '.
           2 s-jours1 pic zz9 using joursPalierSaisi(1).
           2 ' jours : '.
           2 s-taux1 pic zz9.99 using tauxPalierSaisi(1).
           2 ' %'.
           2 line 15 col 8 'moins de '.
           2 s-jours2 pic zz9 using joursPalierSaisi(2).
           2 ' jours : '.
           2 s-taux2 pic zz9.99 using tauxPalierSaisi(2).
           2 ' %'.
           2 line 16 col 8 'moins de '.
           2 s-jours3 pic zz9 using joursPalierSaisi(3).
           2 ' jours : '.
           2 s-taux3 pic zz9.99 using tauxPalierSaisi(3).
           2 ' %'.
           2 line 17 col 8 'moins de '.
           2 s-jours4 pic zz9 using joursPalierSaisi(4).
           2 ' jours : '.
           2 s-taux4 pic zz9.99 using tauxPalierSaisi(4).
           2 ' %'.

       1 s-plg-saisieRistourne.
           2 line 12 col 5 'Ristourne annuelle selon le CA HT '&
           'atteint (taux 0 = palier inutilis'&x'82'&') :'.
           2 line 13 col 8 'CA '&x'85'&' partir de '.
           2 s-seuil1 pic z(8)9 using seuilRistSaisi(1).
           2 ' : '.
           2 s-ristourne1 pic z9.99 using tauxRistSaisi(1).
           2 ' %'.
           2 line 14 col 8 'CA '&x'85'&' partir de '.
           2 s-seuil2 pic z(8)9 using seuilRistSaisi(2).
           2 ' : '.
           2 s-ristourne2 pic z9.99 using tauxRistSaisi(2).
           2 ' %'.
           2 line 15 col 8 'CA '&x'85'&' partir de '.
           2 s-seuil3 pic z(8)9 using seuilRistSaisi(3).
           2 ' : '.
           2 s-ristourne3 pic z9.99 using tauxRistSaisi(3).
           2 ' %'.
           2 line 16 col 8 'CA '&x'85'&' partir de '.
           2 s-seuil4 pic z(8)9 using seuilRistSaisi(4).
           2 ' : '.
           2 s-ristourne4 pic z9.99 using tauxRistSaisi(4).
           2 ' %'.
           2 line 17 col 5 'Soci'&x'82'&'t'&x'82'&' de facturation '&
           '(0 = celle du d'&x'82'&'p'&x'93'&'t) : '.
           2 s-societe pic 9(2) using societeSaisie.

       1 a-plg-societeInconnue.
           2 line 19 col 15 'Soci'&x'82'&'t'&x'82'&' inconnue'.

       1 a-plg-baremeInvalide.
           2 line 19 col 15 'Un taux ne peut d'&x'82'&'passer 100 %'.

       1 a-plg-resConditions.
           2 line 18 col 15 'Conditions commerciales enregistr'&
           x'82'&'es'.

       1 a-plg-enCours.
           2 line 18 col 15 'Ce client a des affectations.'.
           2 line 19 col 15 'Suppression impossible'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 9
               display a-effacer
               display a-plg-menu
               display s-plg-choix
                   when 5 perform mod-supprimer
                   when 6 perform mod-credit
                   when 7 perform mod-tarifs
                   when 8 perform mod-conditions
               end-evaluate
           end-perform
           goback.
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   perform mod-supprimerConditions
                                   move 'SUPPR' to actionAudit
                                   perform mod-ecrireAudit
                           end-delete
           else
               move 'deblocage credit' to ligneAudit(54:16)
           end-if
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> conditions commerciales du client : pourcentage d'acompte
       *> facture a la conversion de ses devis en commande et bareme
       *> des frais d'annulation (supprAffect), paliers de ristourne
       *> de fin d'annee (ristournes) et societe du groupe qui le
       *> facture a la place de celle du depot (facturation)
       mod-conditions.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               display a-effacer
               display s-plg-saisieNum
               accept s-num

               set clientTrouve to false
               open input f-client
               if statusClient = '00' then
                   move clientSaisi to numClient
                   read f-client
                       not invalid key
                           set clientTrouve to true
                           move nomClient to nomCond
                   end-read
                   close f-client
               end-if

               if clientTrouve then
                   open i-o f-condClient
                   if statusCondClient = '35' then
                       open output f-condClient
                       close f-condClient
                       open i-o f-condClient
                   end-if
                   move clientSaisi to numClientK
                   read f-condClient
                       invalid key
                           move clientSaisi to numClientK
                           move 0 to tauxAcompteK
                           perform varying idxPalier from 1 by 1
                               until idxPalier > 4
                               move 0 to joursAnnulK(idxPalier)
                               move 0 to tauxAnnulK(idxPalier)
                               move 0 to seuilRistK(idxPalier)
                               move 0 to tauxRistK(idxPalier)
                           end-perform
                           move 0 to numSocieteK
                           move 'AJOUT' to actionAudit
                       not invalid key
                           move 'MODIF' to actionAudit
                   end-read
                   display a-plg-conditions
                   display s-plg-saisieConditions
                   accept s-tauxAcompte
                   move tauxAcompteSaisi to tauxAcompteK
                   perform varying idxPalier from 1 by 1
                       until idxPalier > 4
                       move joursAnnulK(idxPalier)
                           to joursPalierSaisi(idxPalier)
                       move tauxAnnulK(idxPalier)
                           to tauxPalierSaisi(idxPalier)
                   end-perform
                   perform test after until baremeValide
                       display s-plg-saisieBareme
                       accept s-plg-saisieBareme
                       perform mod-validerBareme
                       if not baremeValide then
                           display a-plg-baremeInvalide
                       end-if
                   end-perform
                   perform varying idxPalier from 1 by 1
                       until idxPalier > 4
                       move joursPalierSaisi(idxPalier)
                           to joursAnnulK(idxPalier)
                       move tauxPalierSaisi(idxPalier)
                           to tauxAnnulK(idxPalier)
                   end-perform

                   *> paliers de ristourne annuelle (ristournes)
                   perform varying idxPalier from 1 by 1
                       until idxPalier > 4
                       move seuilRistK(idxPalier)
                           to seuilRistSaisi(idxPalier)
                       move tauxRistK(idxPalier)
                           to tauxRistSaisi(idxPalier)
                   end-perform
                   move numSocieteK to societeSaisie
                   display a-effacer
                   display a-plg-conditions
                   display s-plg-saisieRistourne
                   accept s-seuil1
                   accept s-ristourne1
                   accept s-seuil2
                   accept s-ristourne2
                   accept s-seuil3
                   accept s-ristourne3
                   accept s-seuil4
                   accept s-ristourne4
                   perform test after until societeValide
                       accept s-societe
                       move 'O' to societeTrouvee
                       if societeSaisie not = 0 then
                           move societeSaisie to numeroSociete
                           call 'lireSociete' using modeSociete
                               numeroSociete societeCond
                               societeTrouvee end-call
                       end-if
                       if not societeValide then
                           display a-plg-societeInconnue
                       end-if
                   end-perform
                   move societeSaisie to numSocieteK
                   perform varying idxPalier from 1 by 1
                       until idxPalier > 4
                       move seuilRistSaisi(idxPalier)
                           to seuilRistK(idxPalier)
                       move tauxRistSaisi(idxPalier)
                           to tauxRistK(idxPalier)
                   end-perform
                   if actionAudit = 'AJOUT' then
                       write ConditionClient
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resConditions
                               perform mod-ecrireAuditConditions
                       end-write
                   else
                       rewrite ConditionClient
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resConditions
                               perform mod-ecrireAuditConditions
                       end-rewrite
                   end-if
                   close f-condClient
               else
                   display a-plg-inconnu
               end-if

               display a-plg-next
               accept s-next
           end-if
       .

       mod-validerBareme.
           set baremeValide to true
           perform varying idxPalier from 1 by 1 until idxPalier > 4
               if tauxPalierSaisi(idxPalier) > 100 then
                   set baremeValide to false
               end-if
           end-perform
       .

       mod-supprimerConditions.
           open i-o f-condClient
           if statusCondClient = '00' then
               move clientSaisi to numClientK
               delete f-condClient
                   invalid key
                       continue
               end-delete
               close f-condClient
           end-if
       .

       mod-ecrireAuditConditions.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'CONDCLIENT' to ligneAudit(25:11)
           move clientSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move 'acompte' to ligneAudit(54:7)
           move tauxAcompteK to ligneAudit(62:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> un client reference par une affectation non annulee ne peut
           move clientSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move nomClient to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestClients.
