       program-id. gestPerturbations.

       *> perturbations (greve, route coupee, neige, evenement en
       *> ville) : une perturbation couvre une periode et une portee
       *> - un depot (bus ou chauffeur rattache au depot),
       *> - une liste de circuits (jusqu'a 8),
       *> - une ville (ville de depart ou d'arrivee du circuit).
       *> Pour une perturbation declaree, on peut lister les
       *> affectations et reservations touchees (perturbation-NNNN.txt,
       *> avec l'impact par client), puis traiter en bloc les
       *> affectations non annulees de la periode :
       *>   - les marquer "a risque" (statusA = 'R'),
       *>   - les annuler avec le motif de la perturbation dans
       *>     motifAnnulA (une affectation deja facturee reste a
       *>     annuler par supprAffect, qui emet l'avoir),
       *>   - les envoyer sur la liste des trajets a couvrir
       *>     (statusA = 'C', repris par couvrirAffect).

       file-control.
           select f-perturbation assign 'Perturbation.dat'
           organization indexed access dynamic
           record key numPerturb
           file status is statusPerturb.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusMaj.

           select f-reservation assign 'Reservation.dat'
           organization indexed access dynamic
           record key numResa
           alternate record key numAffectR duplicates
           file status is statusResa.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed access dynamic record key numchaufN
           file status is statusChauf.

           select f-circuit assign 'Circuit.dat' organization
           indexed
           access dynamic record key numCircuit
           file status is statusCircuit.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

           select f-ligneFact assign 'FactureLigne.dat' organization
           indexed
           access dynamic record key cleLigneFact
           alternate record key numAffectL duplicates
           file status is statusLigneFact.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-perturbation.
       1 Perturbation.
           2 numPerturb pic 9(4).
           2 dateDebPerturb pic 9(8).
           2 dateFinPerturb pic 9(8).
           2 porteePerturb pic x(01).
               88 porteeDepot value 'D'.
               88 porteeCircuits value 'C'.
               88 porteeVille value 'V'.
           2 depotPerturb pic 9(2).
           2 villePerturb pic x(20).
           2 circuitsPerturb.
               3 circuitPerturb pic 9(4) occurs 8 times.
           2 motifPerturb pic x(30).
           2 dateDeclPerturb pic 9(8).

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
               88 aCouvrir value 'C'.
               88 aRisque value 'R'.
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

       fd f-reservation.
       1 Reservation.
           2 numResa pic 9(6).
           2 numAffectR pic 9(6).
           2 nomPassager pic x(30).
           2 telephonePassager pic x(15).
           2 nbPlacesResa pic 9(3).
           2 arretMontee pic x(20).
           2 statusResaR pic x(01).
               88 resaAnnulee value 'A'.
           2 arretDescente pic x(20).
           2 embarquementR pic x(01).
               88 resaEmbarquee value 'E'.
               88 resaNoShow value 'S'.
           2 prixPlaceResa pic 9(4)v99.
           2 modePaiementR pic x(01).
               88 paiementEspeces value 'E'.
               88 paiementCarte value 'C'.

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

       fd f-chaufNouv.
       1 ChaufNouv.
           2 numchaufN pic 9(4).
           2 nomN pic x(30).
           2 prenomN pic x(30).
           2 datepermisN pic 9(8).
           2 telephoneN pic x(15).
           2 adresseN pic x(40).
           2 dateEmbaucheN pic 9(8).
           2 categoriePermisN pic x(02).
           2 dateExpirationPermisN pic 9(8).
           2 statutN pic x(01).
               88 chaufInactif value 'I'.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

       fd f-circuit.
       1 Circuit.
           2 numCircuit pic 9(4).
           2 nomCircuit pic x(30).
           2 villeDepart pic x(20).
           2 villeArrivee pic x(20).
           2 distanceCircuit pic 9(5).
           2 minPlacesCircuit pic 9(3) value 0.
           2 modeleRequisCircuit pic x(20).
           2 dateDebValidite pic 9(8).
           2 dateFinValidite pic 9(8).

       fd f-client.
       1 Client.
           2 numClient pic 9(4).
           2 nomClient pic x(30).
           2 contactClient pic x(30).
           2 adresseClient pic x(40).
           2 conditionsPaiement pic x(20).
           2 statutCredit pic x(01).
               88 clientBloque value 'B'.
           2 seuilRetardCli pic 9(3).

       fd f-ligneFact.
       1 FactureLigne.
           2 cleLigneFact.
               3 numFactureL pic 9(6).
               3 seqLigneF pic 9(3).
           2 numAffectL pic 9(6).
           2 dateLigneF pic 9(8).
           2 numCircuitL pic 9(4).
           2 montantLigneF pic 9(7)v99.
           2 fraisLigneF pic 9(8)v99.
           2 tauxTvaLigneF pic 9(2)v99.
           2 typeLigneF pic x(01).
               88 ligneMADBase value 'B'.
               88 ligneMADAttente value 'A'.
               88 ligneMADKmSup value 'K'.

       fd f-rapport.
       1 ligneRapport pic x(90).

       working-storage section.
       1 statusPerturb pic xx.
       1 statusMaj pic xx.
       1 statusResa pic xx.
       1 statusBus pic xx.
       1 statusChauf pic xx.
       1 statusCircuit pic xx.
       1 statusClient pic xx.
       1 statusLigneFact pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 ligneVide pic x(90) value spaces.
       1 nomRapport pic x(30).

       1 perturbSaisie pic 9(4).
       1 newPerturb pic 9(4).
       1 date1 pic 9(8).
       1 date2 pic 9(8).
       1 porteeSaisie pic x(01).
       1 depotSaisi pic 9(2).
       1 villeSaisie pic x(20).
       1 motifSaisi pic x(30).
       1 circuitsSaisis.
           2 circSaisi1 pic 9(4) value 0.
           2 circSaisi2 pic 9(4) value 0.
           2 circSaisi3 pic 9(4) value 0.
           2 circSaisi4 pic 9(4) value 0.
           2 circSaisi5 pic 9(4) value 0.
           2 circSaisi6 pic 9(4) value 0.
           2 circSaisi7 pic 9(4) value 0.
           2 circSaisi8 pic 9(4) value 0.
       1 confirmSaisi pic x.

       *> traitement en bloc demande : 'R' a risque, 'A' annulation,
       *> 'C' a couvrir
       1 actionBloc pic x(01).
       1 libelleAction pic x(20).

       1 idxCirc pic 9.
       1 idxCli pic 9(3).
       1 dateAValider pic 9(8).
       1 nbTouchees pic 9(4).
       1 nbTraitees pic 9(4).
       1 nbFacturees pic 9(4).
       1 nbResaTouchees pic 9(5).
       1 nbPassagers pic 9(6).
       1 nbResaAffect pic 9(4).
       1 placesAffect pic 9(5).
       1 numEdite pic z(5)9.
       1 montantEdite pic z(6)9.99.
       1 heureEdite pic 99b99.

       1 i pic 99 value 8. *> indice de ligne

       *> impact par client des affectations touchees
       1 nbCli pic 9(3) value 0.
       1 tabCli.
           2 tabCliLigne occurs 200 times.
               3 tabCliNum pic 9(4).
               3 tabCliTrajets pic 9(4).
               3 tabCliPlaces pic 9(5).
               3 tabCliMontant pic 9(9)v99.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 perturbTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 dansPortee value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectFacturee value 'o' false 'n'.

       1 pic x value 'o'.
       88 dateValide value 'o' false 'n'.

       *> fichiers de reference effectivement ouverts
       1 pic x value 'n'.
       88 busOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 chaufOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 circuitOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneFactOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 resaOuverte value 'o' false 'n'.

       *> journal des mises a jour (journalMaj) : images avant/apres
       *> rejouables par rollForward apres une restauration
       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       *> changement a annoncer aux passagers (signalChangement)
       1 typeSignal pic x(01).
       1 heureAvantSignal pic 9(4).
       1 heureApresSignal pic 9(4).

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
           2 line 3 col 14 'Perturbations'.
           2 line 5 col 10 '1 Lister les perturbations'.
           2 line 6 col 10 '2 D'&x'82'&'clarer une perturbation'.
           2 line 7 col 10 '3 Impact (affectations, r'&x'82'&
           'servations, clients)'.
           2 line 8 col 10 '4 Marquer '&x'85'&' risque les '&
           'affectations touch'&x'82'&'es'.
           2 line 9 col 10 '5 Annuler en bloc les affectations '&
           'touch'&x'82'&'es'.
           2 line 10 col 10 '6 Envoyer les affectations sur les '&
           'trajets '&x'85'&' couvrir'.
           2 line 11 col 10 '7 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 13 col 13 'Choix ? '.
           2 s-choix line 13 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Perturbations d'&x'82'&'clar'&x'82'&'es'.
           2 line 6 col 3 'Num'.
           2 line 6 col 9 'Du'.
           2 line 6 col 19 'Au'.
           2 line 6 col 29 'Port'&x'82'&'e'.
           2 line 6 col 50 'Motif'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numPerturb.
           2 line i col 9 pic 9(8) from dateDebPerturb.
           2 line i col 19 pic 9(8) from dateFinPerturb.
           2 line i col 29 pic x(01) from porteePerturb.
           2 line i col 31 pic x(18) from villePerturb.
           2 line i col 50 pic x(30) from motifPerturb.

       1 s-plg-saisie.
           2 line 4 col 4 'D'&x'82'&'clarer une perturbation'.
           2 line 6 col 10 'Du (AAAAMMJJ) : '.
           2 s-date1 pic 9(8) to date1 required.
           2 line 7 col 10 'Au (AAAAMMJJ) : '.
           2 s-date2 pic 9(8) to date2 required.
           2 line 8 col 10 'Port'&x'82'&'e (D d'&x'82'&'p'&x'93'&
           't, C circuits, V ville) : '.
           2 s-portee pic x(01) to porteeSaisie required.
           2 line 10 col 10 'Motif : '.
           2 s-motif pic x(30) to motifSaisi required.

       1 s-plg-depot.
           2 line 12 col 10 'D'&x'82'&'p'&x'93'&'t : '.
           2 s-depot pic 9(2) to depotSaisi required.

       1 s-plg-ville.
           2 line 12 col 10 'Ville : '.
           2 s-ville pic x(20) to villeSaisie required.

       1 s-plg-circuits.
           2 line 12 col 10 'Circuits (0 = aucun) : '.
           2 s-circ1 line 13 col 10 pic 9(4) to circSaisi1.
           2 s-circ2 line 13 col 16 pic 9(4) to circSaisi2.
           2 s-circ3 line 13 col 22 pic 9(4) to circSaisi3.
           2 s-circ4 line 13 col 28 pic 9(4) to circSaisi4.
           2 s-circ5 line 13 col 34 pic 9(4) to circSaisi5.
           2 s-circ6 line 13 col 40 pic 9(4) to circSaisi6.
           2 s-circ7 line 13 col 46 pic 9(4) to circSaisi7.
           2 s-circ8 line 13 col 52 pic 9(4) to circSaisi8.

       1 s-plg-numero.
           2 line 4 col 4 'Num'&x'82'&'ro de la perturbation : '.
           2 s-numero pic 9(4) to perturbSaisie required.

       1 a-plg-fiche.
           2 line 6 col 4 'Du '.
           2 a-deb pic 9(8) from dateDebPerturb.
           2 line 6 col 20 'au '.
           2 a-fin pic 9(8) from dateFinPerturb.
           2 line 7 col 4 'Port'&x'82'&'e : '.
           2 a-portee pic x(01) from porteePerturb.
           2 line 7 col 20 pic x(20) from villePerturb.
           2 line 8 col 4 'Motif : '.
           2 a-motif pic x(30) from motifPerturb.
           2 line 9 col 4 'Affectations touch'&x'82'&'es : '.
           2 a-touchees pic zzz9 from nbTouchees.

       1 s-plg-confirm.
           2 line 11 col 4 'Confirmer : '.
           2 a-libAction pic x(20) from libelleAction.
           2 line 11 col 38 '(O/N) : '.
           2 s-confirm pic x to confirmSaisi required.

       1 a-plg-resBloc.
           2 line 14 col 4 'Affectations trait'&x'82'&'es : '.
           2 a-traitees pic zzz9 from nbTraitees.
           2 line 15 col 4 'D'&x'82'&'j'&x'85'&' factur'&x'82'&
           'es (annulation unitaire) : '.
           2 a-facturees pic zzz9 from nbFacturees.

       1 a-plg-resImpact.
           2 line 11 col 4 'R'&x'82'&'servations touch'&x'82'&'es : '.
           2 a-nbResa pic zzzz9 from nbResaTouchees.
           2 line 12 col 4 'Passagers : '.
           2 a-nbPass pic zzzzz9 from nbPassagers.
           2 line 13 col 4 'Clients concern'&x'82'&'s : '.
           2 a-nbCli pic zz9 from nbCli.
           2 line 15 col 4 'D'&x'82'&'tail dans '.
           2 a-nomRapport pic x(30) from nomRapport.

       1 a-plg-res.
           2 line 18 col 15 'Perturbation enregistr'&x'82'&'e : '.
           2 a-newPerturb pic 9(4) from newPerturb.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-erreur.
           2 line 16 col 10 'Dates ou port'&x'82'&'e invalides'.

       1 a-plg-inconnue.
           2 line 8 col 4 'Perturbation inconnue'.

       1 a-plg-aucune.
           2 line 9 col 4 'Aucune perturbation d'&x'82'&'clar'&x'82'&
           'e'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 7
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-declarer
                   when 3 perform mod-impact
                   when 4
                       move 'R' to actionBloc
                       move 'mise '&x'85'&' risque' to libelleAction
                       perform mod-traiterBloc
                   when 5
                       move 'A' to actionBloc
                       move 'annulation en bloc' to libelleAction
                       perform mod-traiterBloc
                   when 6
                       move 'C' to actionBloc
                       move 'trajets '&x'85'&' couvrir'
                           to libelleAction
                       perform mod-traiterBloc
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-perturbation
           if statusPerturb = '00' then
               set fin-lire to false
               read f-perturbation next
               end set fin-lire to true end-read
               perform until fin-lire
                   set ligneTrouvee to true
                   if porteeDepot then
                       move spaces to villePerturb
                       move 'depot' to villePerturb(1:5)
                       move depotPerturb to villePerturb(7:2)
                   end-if
                   if porteeCircuits then
                       move 'circuits' to villePerturb
                   end-if
                   display a-plg-resListe
                   compute i = i + 1
                   if (i > 20) then
                       compute i = 8
                       display a-plg-nextPage
                       accept s-nextPage
                       display a-plg-titreListe
                   end-if
                   read f-perturbation next
                   end set fin-lire to true end-read
               end-perform
               close f-perturbation
           end-if
           if not ligneTrouvee then
               display a-plg-aucune
           end-if
           display a-plg-next
           accept s-next
       .

       mod-declarer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               display a-effacer
               display s-plg-saisie
               accept s-date1
               accept s-date2
               accept s-portee
               accept s-motif
               move function upper-case(porteeSaisie) to porteeSaisie
               move 0 to depotSaisi
               move spaces to villeSaisie
               initialize circuitsSaisis
               evaluate porteeSaisie
                   when 'D'
                       display s-plg-depot
                       accept s-depot
                   when 'V'
                       display s-plg-ville
                       accept s-ville
                   when 'C'
                       display s-plg-circuits
                       accept s-circ1
                       accept s-circ2
                       accept s-circ3
                       accept s-circ4
                       accept s-circ5
                       accept s-circ6
                       accept s-circ7
                       accept s-circ8
               end-evaluate

               move date1 to dateAValider
               perform mod-validerDate
               if dateValide then
                   move date2 to dateAValider
                   perform mod-validerDate
               end-if
               if not dateValide or date2 < date1
               or (porteeSaisie not = 'D' and porteeSaisie not = 'C'
               and porteeSaisie not = 'V') then
                   display a-plg-erreur
               else
                   perform mod-ecrirePerturbation
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       mod-ecrirePerturbation.
           open i-o f-perturbation
           if statusPerturb = '35' then
               open output f-perturbation
               close f-perturbation
               open i-o f-perturbation
           end-if
           move 0 to newPerturb
           set fin-lire to false
           read f-perturbation next
           end set fin-lire to true end-read
           perform until fin-lire
               if numPerturb > newPerturb then
                   move numPerturb to newPerturb
               end-if
               read f-perturbation next
               end set fin-lire to true end-read
           end-perform

           compute newPerturb = newPerturb + 1
           move newPerturb to numPerturb
           move date1 to dateDebPerturb
           move date2 to dateFinPerturb
           move porteeSaisie to porteePerturb
           move depotSaisi to depotPerturb
           move villeSaisie to villePerturb
           move circuitsSaisis to circuitsPerturb
           move motifSaisi to motifPerturb
           accept dateDeclPerturb from date yyyymmdd
           write Perturbation
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-res
                   move 'AJOUT' to actionAudit
                   perform mod-ecrireAudit
           end-write
           close f-perturbation
       .

       mod-lirePerturbation.
           display a-effacer
           display s-plg-numero
           accept s-numero
           set perturbTrouvee to false
           open input f-perturbation
           if statusPerturb = '00' then
               move perturbSaisie to numPerturb
               read f-perturbation
                   not invalid key
                       set perturbTrouvee to true
               end-read
               close f-perturbation
           end-if
       .

       *> liste des affectations et reservations touchees et impact
       *> par client, dans perturbation-NNNN.txt
       mod-impact.
           perform mod-lirePerturbation
           if not perturbTrouvee then
               display a-plg-inconnue
           else
               move spaces to nomRapport
               string 'perturbation-' numPerturb '.txt'
                   delimited size into nomRapport
               move 0 to nbTouchees
               move 0 to nbResaTouchees
               move 0 to nbPassagers
               move 0 to nbCli
               open output f-rapport
               perform mod-enteteRapport
               perform mod-ouvrirLecture
               open input f-reservation
               if statusResa = '00' then
                   set resaOuverte to true
               end-if
               open input f-affectation
               set fin-lire to false
               read f-affectation next
               end set fin-lire to true end-read
               perform until fin-lire
                   perform mod-verifPortee
                   if dansPortee then
                       add 1 to nbTouchees
                       perform mod-ecrireAffectation
                       perform mod-ecrireReservations
                       perform mod-cumulerClient
                   end-if
                   read f-affectation next
                   end set fin-lire to true end-read
               end-perform
               close f-affectation
               if resaOuverte then
                   close f-reservation
                   set resaOuverte to false
               end-if
               perform mod-ecrireClients
               perform mod-fermerLecture
               close f-rapport
               display a-plg-fiche
               display a-plg-resImpact
           end-if
           display a-plg-next
           accept s-next
       .

       *> traitement en bloc des affectations touchees selon
       *> actionBloc, chacune journalisee et tracee a l'audit
       mod-traiterBloc.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
           else
               perform mod-lirePerturbation
               if not perturbTrouvee then
                   display a-plg-inconnue
               else
                   perform mod-compterTouchees
                   display a-plg-fiche
                   display s-plg-confirm
                   accept s-confirm
                   if confirmSaisi = 'O' or confirmSaisi = 'o' then
                       perform mod-appliquerBloc
                       display a-plg-resBloc
                   end-if
               end-if
           end-if
           display a-plg-next
           accept s-next
       .

       mod-compterTouchees.
           move 0 to nbTouchees
           perform mod-ouvrirLecture
           open input f-affectation
           set fin-lire to false
           read f-affectation next
           end set fin-lire to true end-read
           perform until fin-lire
               perform mod-verifPortee
               if dansPortee then
                   add 1 to nbTouchees
               end-if
               read f-affectation next
               end set fin-lire to true end-read
           end-perform
           close f-affectation
           perform mod-fermerLecture
       .

       mod-appliquerBloc.
           move 0 to nbTraitees
           move 0 to nbFacturees
           perform mod-ouvrirLecture
           open i-o f-affectation
           if statusMaj = '00' then
               set fin-lire to false
               read f-affectation next
               end set fin-lire to true end-read
               perform until fin-lire
                   perform mod-verifPortee
                   if dansPortee then
                       perform mod-traiterAffectation
                   end-if
                   read f-affectation next
                   end set fin-lire to true end-read
               end-perform
               close f-affectation
           end-if
           perform mod-fermerLecture
       .

       mod-traiterAffectation.
           set affectFacturee to false
           if actionBloc = 'A' then
               perform mod-verifFacturee
           end-if
           if affectFacturee then
               add 1 to nbFacturees
           else
               if (actionBloc = 'R' and not aRisque)
               or (actionBloc = 'C' and not aCouvrir)
               or actionBloc = 'A' then
                   move spaces to jrnAvant
                   move Affectation to jrnAvant(1:134)
                   move actionBloc to statusA
                   if actionBloc = 'A' then
                       move motifPerturb to motifAnnulA
                   end-if
                   rewrite Affectation
                       not invalid key
                           add 1 to nbTraitees
                           perform mod-journaliserMaj
                           perform mod-ecrireAuditAffect
                           if actionBloc = 'A' then
                               perform mod-signalerPassagers
                           end-if
                   end-rewrite
               end-if
           end-if
       .

       *> ouverture des fichiers de reference servant a la portee
       mod-ouvrirLecture.
           open input f-bus
           if statusBus = '00' then
               set busOuvert to true
           end-if
           open input f-chaufNouv
           if statusChauf = '00' then
               set chaufOuvert to true
           end-if
           open input f-circuit
           if statusCircuit = '00' then
               set circuitOuvert to true
           end-if
           open input f-client
           if statusClient = '00' then
               set clientOuvert to true
           end-if
           open input f-ligneFact
           if statusLigneFact = '00' then
               set ligneFactOuverte to true
           end-if
       .

       mod-fermerLecture.
           if busOuvert then
               close f-bus
               set busOuvert to false
           end-if
           if chaufOuvert then
               close f-chaufNouv
               set chaufOuvert to false
           end-if
           if circuitOuvert then
               close f-circuit
               set circuitOuvert to false
           end-if
           if clientOuvert then
               close f-client
               set clientOuvert to false
           end-if
           if ligneFactOuverte then
               close f-ligneFact
               set ligneFactOuverte to false
           end-if
       .

       *> l'affectation courante chevauche-t-elle la periode et
       *> tombe-t-elle dans la portee de la perturbation ?
       mod-verifPortee.
           set dansPortee to false
           if not annulee
           and dateDebAffectA <= dateFinPerturb
           and (dateFinAffectA = 0
           or dateFinAffectA >= dateDebPerturb) then
               evaluate true
                   when porteeDepot
                       perform mod-verifDepot
                   when porteeCircuits
                       if numCircuitA not = 0 then
                           perform varying idxCirc from 1 by 1
                               until idxCirc > 8
                               if circuitPerturb(idxCirc)
                               = numCircuitA then
                                   set dansPortee to true
                               end-if
                           end-perform
                       end-if
                   when porteeVille
                       if numCircuitA not = 0
                       and circuitOuvert then
                           move numCircuitA to numCircuit
                           read f-circuit
                               not invalid key
                                   if villeDepart = villePerturb
                                   or villeArrivee = villePerturb
                                   then
                                       set dansPortee to true
                                   end-if
                           end-read
                       end-if
               end-evaluate
           end-if
       .

       *> portee depot : le bus ou le chauffeur y est rattache
       mod-verifDepot.
           if numbusA not = 0 and busOuvert then
               move numbusA to numero
               read f-bus
                   not invalid key
                       if depotBus = depotPerturb then
                           set dansPortee to true
                       end-if
               end-read
           end-if
           if not dansPortee and numchaufA not = 0
           and chaufOuvert then
               move numchaufA to numchaufN
               read f-chaufNouv
                   not invalid key
                       if depotChaufN = depotPerturb then
                           set dansPortee to true
                       end-if
               end-read
           end-if
       .

       *> l'affectation figure-t-elle deja sur une facture emise ?
       mod-verifFacturee.
           set affectFacturee to false
           if ligneFactOuverte then
               move Numaffect to numAffectL
               start f-ligneFact key is equal numAffectL
                   invalid key
                       continue
                   not invalid key
                       read f-ligneFact next
                           not at end
                               if numAffectL = Numaffect then
                                   set affectFacturee to true
                               end-if
                       end-read
               end-start
           end-if
       .

       mod-enteteRapport.
           move ligneVide to ligneRapport
           move 'IMPACT DE LA PERTURBATION' to ligneRapport(1:25)
           move numPerturb to ligneRapport(27:4)
           move motifPerturb to ligneRapport(33:30)
           write ligneRapport
           move ligneVide to ligneRapport
           move 'du' to ligneRapport(1:2)
           move dateDebPerturb to ligneRapport(4:8)
           move 'au' to ligneRapport(13:2)
           move dateFinPerturb to ligneRapport(16:8)
           evaluate true
               when porteeDepot
                   move 'depot' to ligneRapport(26:5)
                   move depotPerturb to ligneRapport(32:2)
               when porteeVille
                   move 'ville' to ligneRapport(26:5)
                   move villePerturb to ligneRapport(32:20)
               when porteeCircuits
                   move 'circuits' to ligneRapport(26:8)
                   move circuitsPerturb to ligneRapport(35:32)
           end-evaluate
           write ligneRapport
           move ligneVide to ligneRapport
           write ligneRapport
           move ligneVide to ligneRapport
           move 'Affect.' to ligneRapport(1:7)
           move 'Date' to ligneRapport(9:4)
           move 'Heure' to ligneRapport(18:5)
           move 'Circ.' to ligneRapport(24:5)
           move 'Bus' to ligneRapport(30:3)
           move 'Chauf.' to ligneRapport(35:6)
           move 'Client' to ligneRapport(42:6)
           move 'Places' to ligneRapport(49:6)
           move 'Statut' to ligneRapport(57:6)
           write ligneRapport
       .

       mod-ecrireAffectation.
           move ligneVide to ligneRapport
           move Numaffect to ligneRapport(1:6)
           move dateDebAffectA to ligneRapport(9:8)
           move heureDebA to heureEdite
           move heureEdite to ligneRapport(18:5)
           move numCircuitA to ligneRapport(24:4)
           move numbusA to ligneRapport(30:4)
           move numchaufA to ligneRapport(35:4)
           move numClientA to ligneRapport(42:4)
           move placesReservees to ligneRapport(50:3)
           evaluate true
               when aRisque
                   move 'a risque' to ligneRapport(57:8)
               when aCouvrir
                   move 'a couvrir' to ligneRapport(57:9)
               when other
                   move 'prevue' to ligneRapport(57:6)
           end-evaluate
           move motifA(1:20) to ligneRapport(67:20)
           write ligneRapport
       .

       mod-ecrireReservations.
           if resaOuverte then
               move Numaffect to numAffectR
               start f-reservation key is equal numAffectR
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-reservation next
                       at end
                           set finVerif to true
                       not at end
                           if numAffectR not = Numaffect then
                               set finVerif to true
                           else
                               if not resaAnnulee then
                                   perform mod-ecrireReservation
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       mod-ecrireReservation.
           add 1 to nbResaTouchees
           add nbPlacesResa to nbPassagers
           move ligneVide to ligneRapport
           move 'resa' to ligneRapport(3:4)
           move numResa to ligneRapport(8:6)
           move nomPassager(1:25) to ligneRapport(15:25)
           move telephonePassager to ligneRapport(41:15)
           move nbPlacesResa to ligneRapport(57:3)
           move arretMontee to ligneRapport(61:20)
           write ligneRapport
       .

       mod-cumulerClient.
           if numClientA not = 0 then
               perform varying idxCli from 1 by 1
                   until idxCli > nbCli
                   or tabCliNum(idxCli) = numClientA
                   continue
               end-perform
               if idxCli > nbCli and nbCli < 200 then
                   add 1 to nbCli
                   move numClientA to tabCliNum(nbCli)
                   move 0 to tabCliTrajets(nbCli)
                   move 0 to tabCliPlaces(nbCli)
                   move 0 to tabCliMontant(nbCli)
                   move nbCli to idxCli
               end-if
               if idxCli <= nbCli then
                   add 1 to tabCliTrajets(idxCli)
                   add placesReservees to tabCliPlaces(idxCli)
                   add montantTarifA to tabCliMontant(idxCli)
               end-if
           end-if
       .

       *> impact par client : trajets, places et chiffre d'affaires
       *> concernes, avec le contact a prevenir
       mod-ecrireClients.
           move ligneVide to ligneRapport
           write ligneRapport
           move ligneVide to ligneRapport
           move 'IMPACT PAR CLIENT' to ligneRapport(1:17)
           write ligneRapport
           move ligneVide to ligneRapport
           move 'Client' to ligneRapport(1:6)
           move 'Contact' to ligneRapport(33:7)
           move 'Trajets' to ligneRapport(64:7)
           move 'Montant' to ligneRapport(76:7)
           write ligneRapport
           perform varying idxCli from 1 by 1 until idxCli > nbCli
               move ligneVide to ligneRapport
               move tabCliNum(idxCli) to ligneRapport(1:4)
               if clientOuvert then
                   move tabCliNum(idxCli) to numClient
                   read f-client
                       not invalid key
                           move nomClient(1:26) to ligneRapport(6:26)
                           move contactClient to ligneRapport(33:30)
                   end-read
               end-if
               move tabCliTrajets(idxCli) to ligneRapport(66:4)
               move tabCliMontant(idxCli) to montantEdite
               move montantEdite to ligneRapport(72:10)
               write ligneRapport
           end-perform
           move ligneVide to ligneRapport
           write ligneRapport
           move ligneVide to ligneRapport
           move 'Affectations :' to ligneRapport(1:14)
           move nbTouchees to ligneRapport(16:4)
           move 'reservations :' to ligneRapport(22:14)
           move nbResaTouchees to ligneRapport(37:5)
           move 'passagers :' to ligneRapport(44:11)
           move nbPassagers to ligneRapport(56:6)
           write ligneRapport
       .

       *> valide une date reelle via function integer-of-date
       mod-validerDate.
           if function integer-of-date(dateAValider) = 0 then
               set dateValide to false
           else
               set dateValide to true
           end-if
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'PERTURBAT.' to ligneAudit(25:11)
           move newPerturb to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move motifSaisi(1:27) to ligneAudit(54:27)
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-ecrireAuditAffect.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           if actionBloc = 'A' then
               move 'SUPPR' to ligneAudit(18:5)
           else
               move 'MODIF' to ligneAudit(18:5)
           end-if
           move 'AFFECTATION' to ligneAudit(25:11)
           move Numaffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'perturbation' to ligneAudit(54:12)
           move numPerturb to ligneAudit(67:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> l'annulation est annoncee aux passagers reserves
       mod-signalerPassagers.
           move 'A' to typeSignal
           move heureDebA to heureAvantSignal
           move 0 to heureApresSignal
           call 'signalChangement' using Numaffect typeSignal
               heureAvantSignal heureApresSignal end-call
       .

       *> consigne la mise a jour au journal des images
       mod-journaliserMaj.
           move 'AFFECTATION' to jrnFichier
           move 'R' to jrnOperation
           move spaces to jrnApres
           move Affectation to jrnApres(1:134)
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call
       .

       end program gestPerturbations.
