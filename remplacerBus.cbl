       access dynamic record key cleControle
       file status is statusControle.

       file section.
       fd f-affectation.
       1 Affectation.
           2 cleControle pic 9(1).
           2 dernierNumAffect pic 9(6).

       working-storage section.
       1 statusMaj pic xx.
       1 statusRelais pic xx.
       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 pic x value 'o'.
       88 incidentValide value 'o' false 'n'.

       *> zones a faibles emissions du circuit (verifZFE) : regles
       *> en vigueur a la fin du trajet
       1 modeZfe pic x(01) value 'A'.
       1 dateRefZfe pic 9(8).
       1 villeZfe pic x(20).
       1 classeMinZfe pic x(01).
       1 dateEffetZfe pic 9(8).
       1 classeBusZfe pic x(01).

       1 pic x value 'o'.
       88 zfeConforme value 'o' false 'n'.

       *> bus electrique (verifBusElectrique) : autonomie pour le
       *> circuit et recharge sur la periode restante du trajet
       1 retourElec pic x(01).
           88 autonomieInsuffisante value 'A'.
           88 busEnRecharge value 'R'.
       1 kmRequisElec pic 9(5).
       1 autonomieElec pic 9(4).
       1 borneElec pic x(10).

       1 dateAValider pic 9(8).
       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       *> changement a annoncer aux passagers (signalChangement)
       1 typeSignal pic x(01).
       1 heureAvantSignal pic 9(4).
       1 heureApresSignal pic 9(4).

       *> confirmation de reservation au client (editerConfirmation),
       *> emise une fois Affectation.dat referme
       1 affectAConfirmer pic 9(6) value 0.
       1 modeConf pic x(01) value 'E'.
       1 confEmise pic x(01).

       linkage section.
       1 operateurID-parm pic x(10).

           2 line 16 col 10 'retir'&x'82'&', d'&x'82'&'j'&x'85'&
           ' pris ou immobilis'&x'82'&' sur la p'&x'82'&'riode'.

       1 a-plg-busZFE.
           2 line 15 col 10 'Bus de remplacement interdit en zone '&
           x'85'&' faibles '&x'82'&'missions :'.
           2 line 16 col 10 pic x(20) from villeZfe.
           2 ' exige la classe '.
           2 pic x from classeMinZfe.
           2 ', bus en classe '.
           2 pic x from classeBusZfe.

       1 a-plg-autonomie.
           2 line 15 col 10 'Autonomie du bus de remplacement '&
           'insuffisante :'.
           2 line 16 col 10 pic zzz9 from autonomieElec.
           2 ' km pour '.
           2 pic zzzz9 from kmRequisElec.
           2 ' km (circuit et haut-le-pied)'.

       1 a-plg-busEnRecharge.
           2 line 15 col 10 'Bus de remplacement en recharge sur '&
           'la p'&x'82'&'riode'.
           2 line 16 col 10 '(borne '.
           2 pic x(10) from borneElec.
           2 ')'.

       1 a-plg-incidentInconnu.
           2 line 15 col 10 'Ce num'&x'82'&'ro d''incident '&
           'n''existe pas'.
                   evaluate true
                       when not busValide
                           display a-plg-busInvalide
                       when not zfeConforme
                           display a-plg-busZFE
                       when autonomieInsuffisante
                           display a-plg-autonomie
                       when busEnRecharge
                           display a-plg-busEnRecharge
                       when not incidentValide
                           display a-plg-incidentInconnu
                       when other
           end-evaluate

           close f-affectation
           if affectAConfirmer not = 0 then
               call 'editerConfirmation' using affectAConfirmer
                   modeConf confEmise end-call
           end-if
           display a-plg-next
           accept s-next
           goback.
           *> repositionnement sur l'affectation traitee
           move affectSaisie to Numaffect
           read f-affectation key is Numaffect

           set zfeConforme to true
           if busValide and numCircuitA not = 0 then
               move datePanne to dateRefZfe
               if finOrigDate > datePanne then
                   move finOrigDate to dateRefZfe
               end-if
               call 'verifZFE' using busRemplacant numCircuitA
                   dateRefZfe modeZfe villeZfe classeMinZfe
                   dateEffetZfe classeBusZfe
               end-call
               if villeZfe not = spaces then
                   set zfeConforme to false
               end-if
           end-if

           move space to retourElec
           if busValide and zfeConforme then
               call 'verifBusElectrique' using busRemplacant
                   numCircuitA datePanne heurePanne finOrigDate
                   heureFinA retourElec kmRequisElec autonomieElec
                   borneElec
               end-call
           end-if
       .

       mod-verifIncident.

           move dateFinAffectA to finOrigDate
           move heureFinA to finOrigHeure
           move heureDebA to heureAvantSignal
           move spaces to jrnAvant
           move Affectation to jrnAvant(1:134)

                   display a-plg-nonRes
               not invalid key
                   perform mod-journaliserMaj
                   perform mod-signalerPassagers
                   perform mod-creerContinuation
                   move affectSaisie to affectAConfirmer
           end-rewrite
       .

           move operateurID-parm to ligneAudit(43:10)
           move 'relais bus' to ligneAudit(54:10)
           move numContinuation to ligneAudit(65:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> ouverture en mise a jour avec controle du file status :
           close f-controle
       .

       *> le bus de remplacement est annonce aux passagers reserves
       *> sur la ligne d'origine, avec l'heure de reprise en route
       mod-signalerPassagers.
           move 'B' to typeSignal
           if heurePanne not = 0 then
               move heurePanne to heureApresSignal
           else
               move heureAvantSignal to heureApresSignal
           end-if
           call 'signalChangement' using Numaffect typeSignal
               heureAvantSignal heureApresSignal end-call
       .

       *> consigne la mise a jour au journal des images
       mod-journaliserMaj.
           move 'AFFECTATION' to jrnFichier
