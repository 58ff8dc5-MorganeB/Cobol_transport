       *> donnee, rapproche les places embarquees de l'argent du par
       *> bus et par chauffeur, avec la part encaissee en especes et
       *> en carte; les courses publiques entrent ainsi dans le
       *> systeme comme les trajets factures; les abonnements
       *> regles ce jour-la (Abonnement.dat) s'ajoutent a la caisse;
       *> les ventes des billetteries embarquees (VenteBord.dat,
       *> importBilletterie) sont confrontees, par bus et par
       *> chauffeur, aux especes et cartes de la caisse, et les
       *> ventes sans trajet sont listees

       file-control.
           select f-affectation assign 'Affectation.dat' organization
           alternate record key numAffectR duplicates
           file status is statusResa.

           select f-abonnement assign 'Abonnement.dat'
           organization indexed access dynamic
           record key numAbonnement
           file status is statusAbo.

           select f-vente assign 'VenteBord.dat'
           organization indexed access dynamic
           record key cleVente
           alternate record key numAffectV duplicates
           alternate record key dateVenteV duplicates
           file status is statusVente.

           select f-rapport assign nomRapport organization line
           sequential.

               88 paiementEspeces value 'E'.
               88 paiementCarte value 'C'.

       fd f-abonnement.
       1 Abonnement.
           2 numAbonnement pic 9(6).
           2 nomTitulaire pic x(30).
           2 telTitulaire pic x(15).
           2 numClientAbo pic 9(4).
           2 circuitsAbo.
               3 circuitAbo pic 9(4) occurs 5 times.
           2 typeAbo pic x(01).
               88 aboMensuel value 'M'.
               88 aboAnnuel value 'A'.
           2 dateDebAbo pic 9(8).
           2 dateFinAbo pic 9(8).
           2 prixAbo pic 9(5)v99.
           2 statutPaiementAbo pic x(01).
               88 aboARegler value 'N'.
               88 aboRegle value 'P'.
               88 aboResilie value 'R'.
           2 modePaiementAbo pic x(01).
               88 paiementEspecesAbo value 'E'.
               88 paiementCarteAbo value 'C'.
           2 dateVenteAbo pic 9(8).
           2 datePaiementAbo pic 9(8).

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

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusResa pic xx.
       1 statusAbo pic xx.
       1 statusVente pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).
       1 dateSaisie pic 9(8) value 0.
       1 montantLigne pic 9(6)v99.
       1 montantEdite pic zzzzz9.99.
       1 ecartEdite pic -(6)9.99.
       1 ecartLigne pic s9(7)v99.
       1 idxTab pic 9(3).
       1 busCherche pic 9(4).
       1 chaufCherche pic 9(4).
       1 especesLigne pic 9(6)v99.
       1 carteLigne pic 9(6)v99.

       *> ventes des billetteries embarquees du jour
       1 nbVentes pic 9(5) value 0.
       1 totalVentesEspeces pic 9(7)v99 value 0.
       1 totalVentesCarte pic 9(7)v99 value 0.
       1 nbVentesSansTrajet pic 9(5) value 0.

       1 totalDu pic 9(7)v99 value 0.
       1 totalEspeces pic 9(7)v99 value 0.
       1 totalCarte pic 9(7)v99 value 0.
       1 totalPlaces pic 9(5) value 0.
       1 nbAbosVendus pic 9(4) value 0.
       1 totalAbos pic 9(7)v99 value 0.
       1 totalAbosEspeces pic 9(7)v99 value 0.
       1 totalAbosCarte pic 9(7)v99 value 0.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.
               3 tabBusNum pic 9(4).
               3 tabBusPlaces pic 9(5).
               3 tabBusDu pic 9(7)v99.
               3 tabBusEspeces pic 9(7)v99.
               3 tabBusCarte pic 9(7)v99.
               3 tabBusBillets pic 9(5).
               3 tabBusMachEspeces pic 9(7)v99.
               3 tabBusMachCarte pic 9(7)v99.

       1 nbChaufTab pic 9(3) value 0.
       1 tabChauf.
               3 tabChaufNum pic 9(4).
               3 tabChaufPlaces pic 9(5).
               3 tabChaufDu pic 9(7)v99.
               3 tabChaufEspeces pic 9(7)v99.
               3 tabChaufCarte pic 9(7)v99.
               3 tabChaufBillets pic 9(5).
               3 tabChaufMachEspeces pic 9(7)v99.
               3 tabChaufMachCarte pic 9(7)v99.

       screen section.
       1 a-effacer.
           'enregistr'&x'82'&'e'.

       procedure division.
           move 0 to nbVentes
           move 0 to totalVentesEspeces
           move 0 to totalVentesCarte
           move 0 to nbVentesSansTrajet
           move 0 to totalDu
           move 0 to totalEspeces
           move 0 to totalCarte
           move 0 to totalPlaces
           move 0 to nbAbosVendus
           move 0 to totalAbos
           move 0 to totalAbosEspeces
           move 0 to totalAbosCarte
           move 0 to nbBusTab
           move 0 to nbChaufTab
           set fin-lire to false

           display s-plg-saisie
           accept s-date

               delimited size into nomRapport

           open input f-reservation
           open input f-abonnement
           open input f-vente
           if statusResa not = '00' and statusAbo not = '00'
           and statusVente not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if
           if statusAbo = '00' then
               close f-abonnement
           end-if
           if statusVente = '00' then
               close f-vente
           end-if

           if statusResa = '00' then
               open input f-affectation
               read f-reservation next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire
                   and not resaAnnulee and resaEmbarquee
                   and prixPlaceResa > 0 then
                       perform mod-cumulerResa
                   end-if
                   read f-reservation next
                   end set fin-lire to true end-read
               end-perform
               close f-reservation
               close f-affectation
           end-if

           perform mod-cumulerVentes
           perform mod-ecrireRapport

           display a-plg-res
                           prixPlaceResa * nbPlacesResa
                       add montantLigne to totalDu
                       add nbPlacesResa to totalPlaces
                       move 0 to especesLigne carteLigne
                       if paiementEspeces then
                           add montantLigne to totalEspeces
                           move montantLigne to especesLigne
                       end-if
                       if paiementCarte then
                           add montantLigne to totalCarte
                           move montantLigne to carteLigne
                       end-if
                       perform mod-cumulerBus
                       perform mod-cumulerChauffeur
       .

       mod-cumulerBus.
           move numbusA to busCherche
           perform mod-rangBus
           if idxTab <= nbBusTab then
               add nbPlacesResa to tabBusPlaces(idxTab)
               add montantLigne to tabBusDu(idxTab)
               add especesLigne to tabBusEspeces(idxTab)
               add carteLigne to tabBusCarte(idxTab)
           end-if
       .

       mod-cumulerChauffeur.
           move numchaufA to chaufCherche
           perform mod-rangChauffeur
           if idxTab <= nbChaufTab then
               add nbPlacesResa to tabChaufPlaces(idxTab)
               add montantLigne to tabChaufDu(idxTab)
               add especesLigne to tabChaufEspeces(idxTab)
               add carteLigne to tabChaufCarte(idxTab)
           end-if
       .

       *> rang du bus dans la table, ajoute s'il n'y est pas
       mod-rangBus.
           perform varying idxTab from 1 by 1
               until idxTab > nbBusTab
               or tabBusNum(idxTab) = busCherche
               continue
           end-perform
           if idxTab > nbBusTab and nbBusTab < 100 then
               add 1 to nbBusTab
               move busCherche to tabBusNum(nbBusTab)
               move 0 to tabBusPlaces(nbBusTab)
               move 0 to tabBusDu(nbBusTab)
               move 0 to tabBusEspeces(nbBusTab)
               move 0 to tabBusCarte(nbBusTab)
               move 0 to tabBusBillets(nbBusTab)
               move 0 to tabBusMachEspeces(nbBusTab)
               move 0 to tabBusMachCarte(nbBusTab)
               move nbBusTab to idxTab
           end-if
       .

       *> rang du chauffeur dans la table, ajoute s'il n'y est pas
       mod-rangChauffeur.
           perform varying idxTab from 1 by 1
               until idxTab > nbChaufTab
               or tabChaufNum(idxTab) = chaufCherche
               continue
           end-perform
           if idxTab > nbChaufTab and nbChaufTab < 100 then
               add 1 to nbChaufTab
               move chaufCherche to tabChaufNum(nbChaufTab)
               move 0 to tabChaufPlaces(nbChaufTab)
               move 0 to tabChaufDu(nbChaufTab)
               move 0 to tabChaufEspeces(nbChaufTab)
               move 0 to tabChaufCarte(nbChaufTab)
               move 0 to tabChaufBillets(nbChaufTab)
               move 0 to tabChaufMachEspeces(nbChaufTab)
               move 0 to tabChaufMachCarte(nbChaufTab)
               move nbChaufTab to idxTab
           end-if
       .

       *> ventes des billetteries du jour, cumulees par bus et, quand
       *> la vente a trouve son trajet, par chauffeur
       mod-cumulerVentes.
           open input f-vente
           if statusVente not = '00' then
               exit paragraph
           end-if
           move dateSaisie to dateVenteV
           start f-vente key is equal dateVenteV
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-vente next
                   at end
                       set finVerif to true
                   not at end
                       if dateVenteV not = dateSaisie then
                           set finVerif to true
                       else
                           perform mod-cumulerVente
                       end-if
               end-read
           end-perform
           close f-vente
       .

       mod-cumulerVente.
           add 1 to nbVentes
           move 0 to especesLigne carteLigne
           if venteEspeces then
               move montantV to especesLigne
               add montantV to totalVentesEspeces
           end-if
           if venteCarte then
               move montantV to carteLigne
               add montantV to totalVentesCarte
           end-if
           move numBusV to busCherche
           perform mod-rangBus
           if idxTab <= nbBusTab then
               add 1 to tabBusBillets(idxTab)
               add especesLigne to tabBusMachEspeces(idxTab)
               add carteLigne to tabBusMachCarte(idxTab)
           end-if
           if venteSansTrajet then
               add 1 to nbVentesSansTrajet
           else
               move numChaufV to chaufCherche
               perform mod-rangChauffeur
               if idxTab <= nbChaufTab then
                   add 1 to tabChaufBillets(idxTab)
                   add especesLigne to tabChaufMachEspeces(idxTab)
                   add carteLigne to tabChaufMachCarte(idxTab)
               end-if
           end-if
       .

               write rapport
           end-perform

           if nbVentes > 0 then
               perform mod-ecrireBilletterie
           end-if

           perform mod-ecrireAbonnements

           close f-rapport
       .

       *> billetteries embarquees face a la caisse des places
       *> embarquees : ecart = vente machine - caisse, en especes et
       *> en carte, par bus puis par chauffeur
       mod-ecrireBilletterie.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Billetteries embarquees :' to ligne(1:25)
           move nbVentes to ligne(28:5)
           move 'billet(s)' to ligne(34:9)
           write rapport
           move ligneVide to ligne
           move 'Especes :' to ligne(1:9)
           move totalVentesEspeces to montantEdite
           move montantEdite to ligne(11:9)
           move 'Carte :' to ligne(24:7)
           move totalVentesCarte to montantEdite
           move montantEdite to ligne(32:9)
           write rapport
           move ligneVide to ligne
           write rapport

           move ligneVide to ligne
           move 'Par bus :' to ligne(1:9)
           write rapport
           perform mod-enteteEcarts
           perform varying idxTab from 1 by 1
               until idxTab > nbBusTab
               move ligneVide to ligne
               move tabBusNum(idxTab) to ligne(1:4)
               move tabBusBillets(idxTab) to ligne(6:5)
               move tabBusMachEspeces(idxTab) to montantEdite
               move montantEdite to ligne(12:9)
               move tabBusEspeces(idxTab) to montantEdite
               move montantEdite to ligne(22:9)
               compute ecartLigne = tabBusMachEspeces(idxTab)
                   - tabBusEspeces(idxTab)
               move ecartLigne to ecartEdite
               move ecartEdite to ligne(32:10)
               move tabBusMachCarte(idxTab) to montantEdite
               move montantEdite to ligne(43:9)
               move tabBusCarte(idxTab) to montantEdite
               move montantEdite to ligne(53:9)
               compute ecartLigne = tabBusMachCarte(idxTab)
                   - tabBusCarte(idxTab)
               move ecartLigne to ecartEdite
               move ecartEdite to ligne(63:10)
               write rapport
           end-perform

           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Par chauffeur :' to ligne(1:15)
           write rapport
           perform mod-enteteEcarts
           perform varying idxTab from 1 by 1
               until idxTab > nbChaufTab
               move ligneVide to ligne
               move tabChaufNum(idxTab) to ligne(1:4)
               move tabChaufBillets(idxTab) to ligne(6:5)
               move tabChaufMachEspeces(idxTab) to montantEdite
               move montantEdite to ligne(12:9)
               move tabChaufEspeces(idxTab) to montantEdite
               move montantEdite to ligne(22:9)
               compute ecartLigne = tabChaufMachEspeces(idxTab)
                   - tabChaufEspeces(idxTab)
               move ecartLigne to ecartEdite
               move ecartEdite to ligne(32:10)
               move tabChaufMachCarte(idxTab) to montantEdite
               move montantEdite to ligne(43:9)
               move tabChaufCarte(idxTab) to montantEdite
               move montantEdite to ligne(53:9)
               compute ecartLigne = tabChaufMachCarte(idxTab)
                   - tabChaufCarte(idxTab)
               move ecartLigne to ecartEdite
               move ecartEdite to ligne(63:10)
               write rapport
           end-perform

           if nbVentesSansTrajet > 0 then
               perform mod-ecrireSansTrajet
           end-if
       .

       mod-enteteEcarts.
           move ligneVide to ligne
           move 'Num' to ligne(1:3)
           move 'Bill.' to ligne(6:5)
           move 'Mach.esp' to ligne(13:8)
           move 'Caisse esp' to ligne(21:10)
           move 'Ecart esp' to ligne(33:9)
           move 'Mach.cb' to ligne(45:7)
           move 'Caisse cb' to ligne(53:9)
           move 'Ecart cb' to ligne(65:8)
           write rapport
       .

       *> ventes du jour qu'aucune affectation du bus ne couvre
       mod-ecrireSansTrajet.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Ventes sans trajet :' to ligne(1:20)
           move nbVentesSansTrajet to ligne(22:5)
           write rapport
           open input f-vente
           move dateSaisie to dateVenteV
           start f-vente key is equal dateVenteV
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-vente next
                   at end
                       set finVerif to true
                   not at end
                       if dateVenteV not = dateSaisie then
                           set finVerif to true
                       else
                           if venteSansTrajet then
                               move ligneVide to ligne
                               move numMachineV to ligne(3:8)
                               move numTransV to ligne(12:6)
                               move 'bus' to ligne(19:3)
                               move numBusV to ligne(23:4)
                               move heureVenteV to ligne(28:4)
                               move typeTarifV to ligne(33:10)
                               move montantV to montantEdite
                               move montantEdite to ligne(44:9)
                               move modePaiementV to ligne(54:1)
                               write rapport
                           end-if
                       end-if
               end-read
           end-perform
           close f-vente
       .

       *> abonnements dont le reglement a ete encaisse a la date
       *> demandee, puis total de la caisse places + abonnements
       mod-ecrireAbonnements.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Abonnements regles :' to ligne(1:20)
           write rapport

           open input f-abonnement
           if statusAbo = '00' then
               set fin-lire to false
               read f-abonnement next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire and not aboARegler
                   and datePaiementAbo = dateSaisie then
                       perform mod-ligneAbonnement
                   end-if
                   read f-abonnement next
                   end set fin-lire to true end-read
               end-perform
               close f-abonnement
           end-if

           move ligneVide to ligne
           move nbAbosVendus to ligne(3:4)
           move 'abonnement(s)' to ligne(8:13)
           move totalAbos to montantEdite
           move montantEdite to ligne(28:9)
           write rapport
           move ligneVide to ligne
           write rapport

           add totalAbosEspeces to totalEspeces
           add totalAbosCarte to totalCarte
           move ligneVide to ligne
           move 'Total caisse :' to ligne(1:14)
           compute montantLigne = totalEspeces + totalCarte
           move montantLigne to montantEdite
           move montantEdite to ligne(16:9)
           write rapport
           move ligneVide to ligne
           move 'Especes :' to ligne(1:9)
           move totalEspeces to montantEdite
           move montantEdite to ligne(11:9)
           move 'Carte :' to ligne(24:7)
           move totalCarte to montantEdite
           move montantEdite to ligne(32:9)
           write rapport
       .

       *> un abonnement resilie apres reglement reste compte : la
       *> somme a bien ete encaissee ce jour-la
       mod-ligneAbonnement.
           add 1 to nbAbosVendus
           add prixAbo to totalAbos
           if paiementEspecesAbo then
               add prixAbo to totalAbosEspeces
           end-if
           if paiementCarteAbo then
               add prixAbo to totalAbosCarte
           end-if
           move ligneVide to ligne
           move numAbonnement to ligne(3:6)
           move nomTitulaire to ligne(10:17)
           move modePaiementAbo to ligne(27:1)
           move prixAbo to montantEdite
           move montantEdite to ligne(28:9)
           write rapport
       .

       end program rapportCaisse.
