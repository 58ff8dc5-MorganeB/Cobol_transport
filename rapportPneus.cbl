       program-id. rapportPneus.

       *> etat des pneumatiques : pour chaque bus, pneus montes dont
       *> la sculpture est sous la profondeur legale (parametre
       *> PROFPNEU, 1,6 mm par defaut) ou dont le kilometrage atteint
       *> la limite du pneu; puis cout aux 1000 km par marque, prix
       *> d'achat rapporte aux kilometres faits (cumul des montages
       *> passes plus, pour un pneu monte, kilom du bus depuis le
       *> montage). Les pneus qui n'ont encore rien roule sont hors
       *> du calcul.

       file-control.
           select f-pneu assign 'Pneu.dat'
           organization indexed access dynamic
           record key numSeriePneu
           alternate record key numBusPneu duplicates
           file status is statusPneu.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-pneu.
       1 Pneu.
           2 numSeriePneu pic x(15).
           2 marquePneu pic x(20).
           2 dimensionPneu pic x(15).
           2 prixAchatPneu pic 9(5)v99.
           2 dateAchatPneu pic 9(8).
           2 statutPneu pic x(01).
               88 pneuEnStock value 'S'.
               88 pneuMonte value 'M'.
               88 pneuReforme value 'R'.
           2 numBusPneu pic 9(4).
           2 positionPneu pic x(4).
           2 kmMontagePneu pic 9(6).
           2 kmParcourusPneu pic 9(7).
           2 kmLimitePneu pic 9(7).
           2 profondeurPneu pic 9(2)v9.
           2 dateMesurePneu pic 9(8).

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

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusPneu pic xx.
       1 statusBus pic xx.
       1 statusParam pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 dateJour pic 9(8).
       1 profondeurLegale pic 9(2)v9 value 1.6.
       1 busCourant pic 9(4) value 0.
       1 kmBus pic 9(6).
       1 kmPneu pic 9(7).
       1 nbAlertes pic 9(5) value 0.
       1 idxMarque pic 9(3).
       1 coutMille pic 9(5)v99.
       1 profEditee pic z9.9.
       1 coutEdite pic zzzz9.99.
       1 montantEdite pic zzzzzz9.99.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 alerteProfondeur value 'o' false 'n'.

       1 pic x value 'n'.
       88 alerteKm value 'o' false 'n'.

       1 pic x value 'n'.
       88 busOuvert value 'o' false 'n'.

       *> cumuls par marque
       1 nbMarques pic 9(3) value 0.
       1 tabMarques.
           2 tabMarqueLigne occurs 100 times.
               3 tabMarqueNom pic x(20).
               3 tabMarqueNb pic 9(5).
               3 tabMarqueCout pic 9(8)v99.
               3 tabMarqueKm pic 9(10).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Etat des pneumatiques'.

       1 a-plg-res.
           2 line 18 col 10 'Rapport produit : '.
           2 a-nbAlertes pic z(4)9 from nbAlertes.
           2 ' pneu(s) '&x'85'&' remplacer'.

       1 a-plg-vide.
           2 line 18 col 10 'Aucun pneu enregistr'&x'82'.

       procedure division.
           move 0 to busCourant
           move 0 to nbAlertes
           move 0 to nbMarques
           set fin-lire to false
           set busOuvert to false

           display a-plg-titre
           accept dateJour from date yyyymmdd

           open input f-pneu
           if statusPneu not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if

           open input f-parametre
           if statusParam = '00' then
               move 'PROFPNEU' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to profondeurLegale
               end-read
               close f-parametre
           end-if

           move spaces to nomRapport
           string 'pneus-' dateJour '.txt'
               delimited size into nomRapport
           open output f-rapport
           open input f-bus
           if statusBus = '00' then
               set busOuvert to true
           end-if

           move ligneVide to ligne
           move 'ETAT DES PNEUMATIQUES AU' to ligne(1:24)
           move dateJour to ligne(26:8)
           write rapport
           move ligneVide to ligne
           move 'Profondeur legale :' to ligne(1:19)
           move profondeurLegale to profEditee
           move profEditee to ligne(21:4)
           move 'mm' to ligne(26:2)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Pneus a remplacer par bus :' to ligne(1:27)
           write rapport
           move ligneVide to ligne
           move 'Bus  Pos. Serie           Marque' to ligne(1:32)
           move 'Prof.  Km faits  Limite' to ligne(48:23)
           write rapport

           *> lecture dans l'ordre des bus (les pneus hors bus, bus
           *> 0000, ne font que le calcul par marque)
           move 0 to numBusPneu
           start f-pneu key is >= numBusPneu
               invalid key set fin-lire to true
           end-start
           if not fin-lire then
               read f-pneu next
               end set fin-lire to true end-read
           end-if
           perform until fin-lire
               perform mod-traiterPneu
               read f-pneu next
               end set fin-lire to true end-read
           end-perform
           close f-pneu
           if busOuvert then
               close f-bus
               set busOuvert to false
           end-if

           move ligneVide to ligne
           move 'Total :' to ligne(3:7)
           move nbAlertes to ligne(11:5)
           move 'pneu(s)' to ligne(17:7)
           write rapport
           perform mod-ecrireMarques
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-traiterPneu.
           move kmParcourusPneu to kmPneu
           if pneuMonte then
               if numBusPneu not = busCourant then
                   move numBusPneu to busCourant
                   perform mod-lireBus
               end-if
               if kmBus > kmMontagePneu then
                   compute kmPneu = kmParcourusPneu
                       + kmBus - kmMontagePneu
               end-if

               set alerteProfondeur to false
               set alerteKm to false
               if profondeurPneu < profondeurLegale then
                   set alerteProfondeur to true
               end-if
               if kmLimitePneu > 0 and kmPneu >= kmLimitePneu then
                   set alerteKm to true
               end-if
               if alerteProfondeur or alerteKm then
                   perform mod-ecrireAlerte
               end-if
           end-if
           if kmPneu > 0 then
               perform mod-cumulerMarque
           end-if
       .

       mod-lireBus.
           move 0 to kmBus
           if busOuvert then
               move busCourant to numero
               read f-bus
                   not invalid key
                       move kilom to kmBus
               end-read
           end-if
       .

       mod-ecrireAlerte.
           add 1 to nbAlertes
           move ligneVide to ligne
           move numBusPneu to ligne(1:4)
           move positionPneu to ligne(6:4)
           move numSeriePneu to ligne(11:15)
           move marquePneu to ligne(27:20)
           move profondeurPneu to profEditee
           move profEditee to ligne(48:4)
           move kmPneu to ligne(55:7)
           move kmLimitePneu to ligne(64:7)
           if alerteProfondeur then
               move 'P' to ligne(73:1)
           end-if
           if alerteKm then
               move 'K' to ligne(74:1)
           end-if
           write rapport
       .

       mod-cumulerMarque.
           perform varying idxMarque from 1 by 1
               until idxMarque > nbMarques
               or tabMarqueNom(idxMarque) = marquePneu
               continue
           end-perform
           if idxMarque > nbMarques and nbMarques < 100 then
               add 1 to nbMarques
               move marquePneu to tabMarqueNom(nbMarques)
               move 0 to tabMarqueNb(nbMarques)
               move 0 to tabMarqueCout(nbMarques)
               move 0 to tabMarqueKm(nbMarques)
               move nbMarques to idxMarque
           end-if
           if idxMarque <= nbMarques then
               add 1 to tabMarqueNb(idxMarque)
               add prixAchatPneu to tabMarqueCout(idxMarque)
               add kmPneu to tabMarqueKm(idxMarque)
           end-if
       .

       mod-ecrireMarques.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Cout aux 1000 km par marque :' to ligne(1:29)
           write rapport
           move ligneVide to ligne
           move 'Marque               Pneus  Achats      Km'
               to ligne(3:42)
           move 'Cout/1000' to ligne(60:9)
           write rapport
           perform varying idxMarque from 1 by 1
               until idxMarque > nbMarques
               move ligneVide to ligne
               move tabMarqueNom(idxMarque) to ligne(3:20)
               move tabMarqueNb(idxMarque) to ligne(24:5)
               move tabMarqueCout(idxMarque) to montantEdite
               move montantEdite to ligne(30:10)
               move tabMarqueKm(idxMarque) to ligne(42:10)
               compute coutMille rounded =
                   tabMarqueCout(idxMarque) * 1000
                   / tabMarqueKm(idxMarque)
               move coutMille to coutEdite
               move coutEdite to ligne(60:8)
               write rapport
           end-perform
       .

       end program rapportPneus.
