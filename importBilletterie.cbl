       program-id. importBilletterie.

       *> import quotidien des ventes des billetteries embarquees :
       *> fichier d'echange billetterie.dat (machine, numero de
       *> transaction, bus, date, heure, type de tarif, montant, mode
       *> de paiement). Chaque vente est gardee dans VenteBord.dat et
       *> rattachee a l'affectation du bus a l'heure de la vente; le
       *> billet vendu a bord compte un passager de plus dans
       *> passagersReels (saisieEmbarquement le reprend quand il
       *> recalcule le compteur). Une vente deja importee (meme
       *> machine, meme transaction) est ignoree, sauf si elle etait
       *> restee sans trajet : elle est alors rapprochee a nouveau.
       *> Les ventes sans trajet et le total de controle sont edites
       *> dans importBilletterie.txt; rapportCaisse confronte ensuite
       *> les ventes a la caisse du jour.

       file-control.
           select f-import assign 'billetterie.dat'
           organization line sequential file status is statusImport.

           select f-vente assign 'VenteBord.dat'
           organization indexed access dynamic
           record key cleVente
           alternate record key numAffectV duplicates
           alternate record key dateVenteV duplicates
           file status is statusVente.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusMaj.

           select f-controle assign 'importBilletterie.txt'
           organization line sequential.

       file section.
       fd f-import.
       1 ligneImport.
           2 numMachineImport pic x(8).
           2 numTransImport pic 9(6).
           2 numBusImport pic 9(4).
           2 dateVenteImport pic 9(8).
           2 heureVenteImport pic 9(4).
           2 typeTarifImport pic x(10).
           2 montantImport pic 9(4)v99.
           2 modePaiementImport pic x(01).

       fd f-vente.
       1 VenteBord.
           2 cleVente.
               3 numMachineV pic x(8).
               3 numTransV pic 9(6).
           2 numBusV pic 9(4).
           2 dateVenteV pic 9(8).
           2 heureVenteV pic 9(4).
           2 typeTarifV pic x(10).
           2 montantV pic 9(4)v99.
           2 modePaiementV pic x(01).
               88 venteEspeces value 'E'.
               88 venteCarte value 'C'.
           2 numAffectV pic 9(6).
               88 venteSansTrajet value 0.
           2 numChaufV pic 9(4).
           2 dateImportV pic 9(8).

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

       fd f-controle.
       1 ligneControle pic x(80).

       working-storage section.
       1 statusImport pic xx.
       1 statusVente pic xx.
       1 statusMaj pic xx.
       1 dateJour pic 9(8).
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.

       1 nbLues pic 9(5) value 0.
       1 nbDejaImportees pic 9(5) value 0.
       1 nbRattachees pic 9(5) value 0.
       1 nbSansTrajet pic 9(5) value 0.
       1 montantRattache pic 9(8)v99 value 0.
       1 montantSansTrajet pic 9(8)v99 value 0.
       1 montantEdite pic z(7)9.99.

       *> fenetre horaire de l'affectation, en minutes depuis minuit,
       *> elargie de toleranceMinutes (vente au depart ou a l'arrivee)
       1 toleranceMinutes pic 9(3) value 30.
       1 heureCalc pic 9(4).
       1 heureCalcDecoupee redefines heureCalc.
           2 heureCalcHH pic 99.
           2 heureCalcMM pic 99.
       1 minutesVente pic s9(5).
       1 minutesDeb pic s9(5).
       1 minutesFin pic s9(5).

       *> affectation retenue : celle dont la fenetre contient la
       *> vente, sinon une affectation du jour sans horaire
       1 affectRetenue pic 9(6).
       1 affectSansHoraire pic 9(6).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 dansFenetre value 'o' false 'n'.

       1 pic x value 'n'.
       88 venteReprise value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectOuverte value 'o' false 'n'.

       *> journal des mises a jour (journalMaj) : images avant/apres
       *> rejouables par rollForward apres une restauration
       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       screen section.
       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Import des ventes des billetteries '&
           'embarqu'&x'82'&'es (billetterie.dat)'.

       1 a-plg-absent.
           2 line 8 col 10 'Fichier billetterie.dat absent'.

       1 a-plg-res.
           2 line 8 col 10 'Ventes lues : '.
           2 a-nbLues pic z(5) from nbLues.
           2 line 9 col 10 'D'&x'82'&'j'&x'85'&' import'&x'82'&'es : '.
           2 a-nbDeja pic z(5) from nbDejaImportees.
           2 line 10 col 10 'Rattach'&x'82'&'es '&x'85'&
           ' un trajet : '.
           2 a-nbRattachees pic z(5) from nbRattachees.
           2 line 11 col 10 'Sans trajet : '.
           2 a-nbSansTrajet pic z(5) from nbSansTrajet.
           2 line 13 col 10 'D'&x'82'&'tail dans '&
           'importBilletterie.txt'.

       procedure division.
           move 0 to nbLues
           move 0 to nbDejaImportees
           move 0 to nbRattachees
           move 0 to nbSansTrajet
           move 0 to montantRattache
           move 0 to montantSansTrajet
           set fin-lire to false
           set affectOuverte to false

           display a-plg-titre
           accept dateJour from date yyyymmdd

           open input f-import
           if statusImport not = '00' then
               display a-plg-absent
               display a-plg-next
               accept s-next
               goback
           end-if

           open i-o f-vente
           if statusVente = '35' then
               open output f-vente
               close f-vente
               open i-o f-vente
           end-if
           open i-o f-affectation
           if statusMaj = '00' then
               set affectOuverte to true
           end-if
           open output f-controle

           move ligneVide to ligneControle
           move 'IMPORT DES VENTES DES BILLETTERIES DU' to
               ligneControle(1:37)
           move dateJour to ligneControle(39:8)
           write ligneControle
           move ligneVide to ligneControle
           write ligneControle

           read f-import end set fin-lire to true end-read
           perform until fin-lire
               add 1 to nbLues
               perform mod-traiterVente
               read f-import end set fin-lire to true end-read
           end-perform

           perform mod-ecrireTotaux

           close f-controle
           if affectOuverte then
               close f-affectation
               set affectOuverte to false
           end-if
           close f-vente
           close f-import

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-traiterVente.
           set venteReprise to false
           move numMachineImport to numMachineV
           move numTransImport to numTransV
           read f-vente
               invalid key
                   continue
               not invalid key
                   if venteSansTrajet then
                       set venteReprise to true
                   else
                       add 1 to nbDejaImportees
                       exit paragraph
                   end-if
           end-read

           move numMachineImport to numMachineV
           move numTransImport to numTransV
           move numBusImport to numBusV
           move dateVenteImport to dateVenteV
           move heureVenteImport to heureVenteV
           move typeTarifImport to typeTarifV
           move montantImport to montantV
           move modePaiementImport to modePaiementV
           move 0 to numAffectV numChaufV
           move dateJour to dateImportV

           perform mod-chercherAffect
           if affectRetenue = 0 then
               add 1 to nbSansTrajet
               add montantV to montantSansTrajet
               move ligneVide to ligneControle
               move 'SANS TRAJET' to ligneControle(1:11)
               move numMachineV to ligneControle(13:8)
               move numTransV to ligneControle(22:6)
               move 'bus' to ligneControle(29:3)
               move numBusV to ligneControle(33:4)
               move dateVenteV to ligneControle(38:8)
               move heureVenteV to ligneControle(47:4)
               move typeTarifV to ligneControle(52:10)
               move montantV to montantEdite
               move montantEdite to ligneControle(63:11)
               move modePaiementV to ligneControle(75:1)
               write ligneControle
           else
               *> l'affectation retenue redevient l'enregistrement
               *> courant pour la mise a jour du compteur
               move affectRetenue to Numaffect
               read f-affectation
                   invalid key
                       continue
                   not invalid key
                       move Numaffect to numAffectV
                       move numchaufA to numChaufV
                       if passagersReels < 999 then
                           move spaces to jrnAvant
                           move Affectation to jrnAvant(1:134)
                           add 1 to passagersReels
                           rewrite Affectation
                               not invalid key
                                   perform mod-journaliserAffectMaj
                           end-rewrite
                       end-if
               end-read
               add 1 to nbRattachees
               add montantV to montantRattache
           end-if

           if venteReprise then
               rewrite VenteBord
                   invalid key
                       continue
               end-rewrite
           else
               write VenteBord
                   invalid key
                       continue
               end-write
           end-if
       .

       *> affectation non annulee du bus couvrant la date et l'heure
       *> de la vente
       mod-chercherAffect.
           move 0 to affectRetenue affectSansHoraire
           if not affectOuverte then
               exit paragraph
           end-if
           move heureVenteImport to heureCalc
           compute minutesVente = heureCalcHH * 60 + heureCalcMM
           move numBusImport to numbusA
           set finVerif to false
           start f-affectation key is equal NumbusA
               invalid key set finVerif to true
           end-start
           perform until finVerif
               read f-affectation next
                   at end
                       set finVerif to true
                   not at end
                       if numbusA not = numBusImport then
                           set finVerif to true
                       else
                           if not annulee
                           and dateDebAffectA <= dateVenteImport
                           and (dateFinAffectA = 0
                           or dateFinAffectA >= dateVenteImport) then
                               perform mod-verifFenetre
                           end-if
                       end-if
               end-read
           end-perform
           if affectRetenue = 0 then
               move affectSansHoraire to affectRetenue
           end-if
       .

       *> sans horaire, l'affectation ne sert qu'a defaut; sur
       *> plusieurs jours, le premier jour compte a partir de l'heure
       *> de debut et le dernier jusqu'a l'heure de fin
       mod-verifFenetre.
           if heureDebA = 0 and heureFinA = 0 then
               if affectSansHoraire = 0 then
                   move Numaffect to affectSansHoraire
               end-if
               exit paragraph
           end-if
           set dansFenetre to true
           if dateDebAffectA = dateVenteImport then
               move heureDebA to heureCalc
               compute minutesDeb = heureCalcHH * 60 + heureCalcMM
                   - toleranceMinutes
               if minutesVente < minutesDeb then
                   set dansFenetre to false
               end-if
           end-if
           if dateFinAffectA = dateVenteImport
           or (dateFinAffectA = 0 and dateDebAffectA = dateVenteImport)
           then
               move heureFinA to heureCalc
               compute minutesFin = heureCalcHH * 60 + heureCalcMM
                   + toleranceMinutes
               if minutesVente > minutesFin then
                   set dansFenetre to false
               end-if
           end-if
           if dansFenetre and affectRetenue = 0 then
               move Numaffect to affectRetenue
           end-if
       .

       mod-ecrireTotaux.
           move ligneVide to ligneControle
           write ligneControle
           move ligneVide to ligneControle
           move 'Ventes lues' to ligneControle(1:11)
           move nbLues to ligneControle(30:5)
           write ligneControle
           move ligneVide to ligneControle
           move 'Deja importees (ignorees)' to ligneControle(1:25)
           move nbDejaImportees to ligneControle(30:5)
           write ligneControle
           move ligneVide to ligneControle
           move 'Rattachees a un trajet' to ligneControle(1:22)
           move nbRattachees to ligneControle(30:5)
           move montantRattache to montantEdite
           move montantEdite to ligneControle(37:11)
           write ligneControle
           move ligneVide to ligneControle
           move 'Sans trajet' to ligneControle(1:11)
           move nbSansTrajet to ligneControle(30:5)
           move montantSansTrajet to montantEdite
           move montantEdite to ligneControle(37:11)
           write ligneControle
       .

       *> consigne la mise a jour au journal des images
       mod-journaliserAffectMaj.
           move 'AFFECTATION' to jrnFichier
           move 'R' to jrnOperation
           move spaces to jrnApres
           move Affectation to jrnApres(1:134)
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call
       .

       end program importBilletterie.
