       program-id. rapportRenouvellement.

       *> plan de renouvellement de la flotte sur cinq ans (annee en
       *> cours et quatre suivantes). Chaque bus en service est
       *> examine selon les seuils de Parametres.dat :
       *>   AGEREMPL  age en annees depuis l'acquisition (defaut 12)
       *>   KMREMPL   kilometrage au compteur (defaut 700000), atteint
       *>             au rythme moyen du bus depuis son acquisition
       *>   REPAREMPL cout de reparation et d'entretien des douze
       *>             derniers mois (Incident, PointageAtelier),
       *>             defaut 10000
       *>   HAUSREMPL hausse en % de ce cout sur les douze mois
       *>             precedents (defaut 25)
       *>   PRIXNEUF  prix d'un bus neuf a defaut d'achat connu du
       *>             modele (defaut 250000)
       *> et contre les zones a faibles emissions (ZoneFaible.dat) :
       *> le bus doit etre remplace l'annee qui precede l'entree en
       *> vigueur de la premiere regle qui exclut sa classe
       *> (EquipementBus.dat, comme verifZFE). Les entretiens faits
       *> dans les douze derniers mois (EntretienFait.dat) sont
       *> rappeles. L'annee de remplacement est la plus proche des
       *> annees donnees par les criteres; les bus sont classes par
       *> annee de remplacement puis par nombre de criteres et par
       *> age. Le besoin d'investissement est estime au dernier prix
       *> d'achat du modele. Edition renouvellement.txt : classement,
       *> plan par annee, depot et modele, et age moyen de la flotte
       *> en fin d'annee avec et sans le plan.

       file-control.
           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-incident assign 'Incident.dat' organization
           indexed access dynamic
           record key numIncident
           alternate record key numBusI duplicates
           file status is statusFIncident.

           select f-pointage assign 'PointageAtelier.dat'
           organization indexed access dynamic
           record key numPointage
           alternate record key numMecaP duplicates
           alternate record key numBusP duplicates
           file status is statusPointage.

           select f-fait assign 'EntretienFait.dat'
           organization indexed access dynamic
           record key cleFait
           file status is statusFait.

           select f-equipBus assign 'EquipementBus.dat'
           organization indexed access dynamic
           record key numBusEq
           file status is statusEquip.

           select f-zfe assign 'ZoneFaible.dat'
           organization indexed access dynamic
           record key villeZfe
           file status is statusZfe.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           select f-rapport assign 'renouvellement.txt' organization
           line sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
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

       fd f-pointage.
       1 PointageAtelier.
           2 numPointage pic 9(6).
           2 numMecaP pic 9(4).
           2 datePointage pic 9(8).
           2 typePointage pic x(01).
               88 pointageReparation value 'R'.
               88 pointageEntretien value 'E'.
           2 numIncidentP pic 9(4).
           2 numBusP pic 9(4).
           2 operationPt pic x(10).
           2 heuresP pic 9(2)v99.
           2 coutMainOeuvreP pic 9(6)v99.
           2 operateurP pic x(10).

       fd f-fait.
       1 EntretienFait.
           2 cleFait.
               3 numBusE pic 9(4).
               3 operationE pic x(10).
           2 kmFaitE pic 9(6).
           2 dateFaitE pic 9(8).

       fd f-equipBus.
       1 EquipementBus.
           2 numBusEq pic 9(4).
           2 equipementsEq pic x(06).
           2 classeEuroEq pic x(01).
           2 autonomieEq pic 9(4).

       fd f-zfe.
       1 ZoneFaible.
           2 villeZfe pic x(20).
           2 classeMinZfe pic x(01).
           2 dateEffetZfe pic 9(8).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(110).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusBus pic xx.
       1 statusFIncident pic xx.
       1 statusPointage pic xx.
       1 statusFait pic xx.
       1 statusEquip pic xx.
       1 statusZfe pic xx.
       1 statusParam pic xx.

       1 suivant pic x.
       1 ligneVide pic x(110) value spaces.
       1 dateJour pic 9(8).
       1 dateJourDecoupee redefines dateJour.
           2 anneeJour pic 9(4).
           2 mmjjJour pic 9(4).
       1 heureGeneration pic 9(6).
       1 nbLignesRapport pic 9(6) value 0.
       1 montantEdite pic z(9)9.
       1 ageEdite pic z9.9.
       1 tendanceEdite pic -zz9.
       1 nbEdite pic zzz9.

       *> seuils de remplacement
       1 seuilAge pic 9(2) value 12.
       1 seuilKm pic 9(7) value 700000.
       1 seuilRepar pic 9(7)v99 value 10000.
       1 seuilHausse pic 9(3) value 25.
       1 prixNeuf pic 9(8)v99 value 250000.

       *> periodes de comparaison des couts : douze derniers mois
       *> et douze mois precedents
       1 intJour pic 9(8).
       1 intCalcul pic 9(8).
       1 debPeriode pic 9(8).
       1 debPeriodePrec pic 9(8).

       *> dernier prix d'achat connu par modele
       1 nbModeles pic 9(3) value 0.
       1 idxModele pic 9(3).
       1 tabModeles.
           2 tabModLigne occurs 200 times.
               3 tabModNom pic x(20).
               3 tabModDateAchat pic 9(8).
               3 tabModPrix pic 9(8)v99.

       *> bus en service et leur examen
       1 nbBus pic 9(3) value 0.
       1 idxBus pic 9(3).
       1 idxBus2 pic 9(3).
       1 tabBus.
           2 tabBusLigne occurs 500 times.
               3 tabBusCle pic 9(13).
               3 tabBusNum pic 9(4).
               3 tabBusModele pic x(20).
               3 tabBusDepot pic 9(2).
               3 tabBusIntAcq pic 9(8).
               3 tabBusAge pic 9(3).
               3 tabBusKm pic 9(6).
               3 tabBusRepar pic 9(7)v99.
               3 tabBusReparPrec pic 9(7)v99.
               3 tabBusTendance pic s9(3).
               3 tabBusEntretiens pic 9(3).
               3 tabBusClasse pic x(01).
               3 tabBusInterdit pic 9(8).
               3 tabBusCriteres pic x(05).
               3 tabBusNbCrit pic 9(1).
               3 tabBusAnnee pic 9(4).
               3 tabBusCapital pic 9(8)v99.
       1 tabBusTmp pic x(120).

       1 ageJours pic 9(6).
       1 kmParAn pic 9(7).
       1 anneesKm pic 9(4).
       1 anneeCritere pic 9(4).
       1 anneeMax pic 9(4).
       1 dateInterdit pic 9(8).
       1 reparPeriode pic 9(7)v99.
       1 reparPrec pic 9(7)v99.
       1 nbEntretiens pic 9(3).

       *> plan par annee, depot et modele
       1 nbPlan pic 9(3) value 0.
       1 idxPlan pic 9(3).
       1 idxPlan2 pic 9(3).
       1 tabPlan.
           2 tabPlanLigne occurs 300 times.
               3 tabPlanCle.
                   4 tabPlanAnnee pic 9(4).
                   4 tabPlanDepot pic 9(2).
                   4 tabPlanModele pic x(20).
               3 tabPlanNb pic 9(3).
               3 tabPlanCapital pic 9(9)v99.
       1 tabPlanTmp pic x(50).
       1 anneePlan pic 9(4).
       1 nbAnnee pic 9(3).
       1 capitalAnnee pic 9(9)v99.
       1 nbPlanTotal pic 9(3) value 0.
       1 capitalTotal pic 9(10)v99 value 0.

       *> age moyen de la flotte
       1 intFinAnnee pic 9(8).
       1 sommeAgeSans pic 9(9)v99.
       1 sommeAgeAvec pic 9(9)v99.
       1 nbAges pic 9(3).
       1 ageMoyenSans pic 9(2)v9.
       1 ageMoyenAvec pic 9(2)v9.
       1 ageMoyenJour pic 9(2)v9 value 0.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 fichierIncidentOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 pointageOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 faitOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 equipOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 zfeOuverte value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-res.
           2 line 4 col 4 'Plan de renouvellement de la flotte'.
           2 line 6 col 10 'Bus en service examin'&x'82'&'s : '.
           2 pic zz9 from nbBus.
           2 line 7 col 10 'Bus '&x'85'&' remplacer sur cinq ans : '.
           2 pic zz9 from nbPlanTotal.
           2 line 8 col 10 'Investissement estim'&x'82'&' : '.
           2 pic z(9)9.99 from capitalTotal.
           2 line 9 col 10 'Age moyen actuel : '.
           2 pic z9.9 from ageMoyenJour.
           2 line 11 col 10 'D'&x'82'&'tail dans renouvellement.txt'.

       1 a-plg-vide.
           2 line 4 col 4 'Plan de renouvellement de la flotte'.
           2 line 6 col 10 'Aucun bus enregistr'&x'82'.

       procedure division.
           move 0 to nbLignesRapport
           move 0 to nbModeles
           move 0 to nbBus
           move 0 to nbPlan
           move 0 to nbPlanTotal
           move 0 to capitalTotal
           move 0 to ageMoyenJour
           set fichierIncidentOuvert to false
           set pointageOuvert to false
           set faitOuvert to false
           set equipOuvert to false
           set zfeOuverte to false

           display a-effacer
           open input f-bus
           if statusBus not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if

           accept dateJour from date yyyymmdd
           accept heureGeneration from time
           compute intJour = function integer-of-date(dateJour)
           compute intCalcul = intJour - 364
           compute debPeriode = function date-of-integer(intCalcul)
           compute intCalcul = intJour - 729
           compute debPeriodePrec =
               function date-of-integer(intCalcul)
           compute anneeMax = anneeJour + 4

           perform mod-chargerParametres
           perform mod-chargerModeles

           open input f-incident
           if statusFIncident = '00' then
               set fichierIncidentOuvert to true
           end-if
           open input f-pointage
           if statusPointage = '00' then
               set pointageOuvert to true
           end-if
           open input f-fait
           if statusFait = '00' then
               set faitOuvert to true
           end-if
           open input f-equipBus
           if statusEquip = '00' then
               set equipOuvert to true
           end-if
           open input f-zfe
           if statusZfe = '00' then
               set zfeOuverte to true
           end-if

           move 0 to numero
           start f-bus key is not less numero
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-bus next
                   at end
                       set fin-lire to true
                   not at end
                       if not busRetire and nbBus < 500 then
                           perform mod-examinerBus
                       end-if
               end-read
           end-perform
           close f-bus

           if zfeOuverte then
               close f-zfe
               set zfeOuverte to false
           end-if
           if equipOuvert then
               close f-equipBus
               set equipOuvert to false
           end-if
           if faitOuvert then
               close f-fait
               set faitOuvert to false
           end-if
           if pointageOuvert then
               close f-pointage
               set pointageOuvert to false
           end-if
           if fichierIncidentOuvert then
               close f-incident
               set fichierIncidentOuvert to false
           end-if

           perform mod-trierBus
           perform mod-construirePlan
           perform mod-trierPlan

           open output f-rapport
           perform mod-ecrireClassement
           perform mod-ecrirePlan
           perform mod-ecrireAgeMoyen
           close f-rapport
           perform mod-cataloguer

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-chargerParametres.
           open input f-parametre
           if statusParam = '00' then
               move 'AGEREMPL' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to seuilAge
                       end-if
               end-read
               move 'KMREMPL' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to seuilKm
                       end-if
               end-read
               move 'REPAREMPL' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to seuilRepar
                       end-if
               end-read
               move 'HAUSREMPL' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to seuilHausse
                       end-if
               end-read
               move 'PRIXNEUF' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to prixNeuf
                       end-if
               end-read
               close f-parametre
           end-if
       .

       *> prix du dernier achat de chaque modele, bus retires
       *> compris
       mod-chargerModeles.
           set fin-lire to false
           read f-bus next
           end set fin-lire to true end-read
           perform until fin-lire
               if prixAchat > 0 then
                   perform varying idxModele from 1 by 1
                       until idxModele > nbModeles
                       or tabModNom(idxModele) = modele
                       continue
                   end-perform
                   if idxModele > nbModeles and nbModeles < 200 then
                       add 1 to nbModeles
                       move modele to tabModNom(nbModeles)
                       move 0 to tabModDateAchat(nbModeles)
                   end-if
                   if idxModele <= nbModeles
                   and dateAcquisition >= tabModDateAchat(idxModele)
                   then
                       move dateAcquisition
                           to tabModDateAchat(idxModele)
                       move prixAchat to tabModPrix(idxModele)
                   end-if
               end-if
               read f-bus next
               end set fin-lire to true end-read
           end-perform
           set fin-lire to false
       .

       mod-examinerBus.
           add 1 to nbBus
           move numero to tabBusNum(nbBus)
           move modele to tabBusModele(nbBus)
           move depotBus to tabBusDepot(nbBus)
           move kilom to tabBusKm(nbBus)
           move spaces to tabBusCriteres(nbBus)
           move 0 to tabBusNbCrit(nbBus) tabBusAge(nbBus)
               tabBusIntAcq(nbBus) tabBusInterdit(nbBus)
           move 9999 to tabBusAnnee(nbBus)

           *> age et kilometrage : annee ou le seuil est atteint
           move 0 to ageJours
           if dateAcquisition not = 0 then
               compute tabBusIntAcq(nbBus) =
                   function integer-of-date(dateAcquisition)
               if intJour > tabBusIntAcq(nbBus) then
                   compute ageJours = intJour - tabBusIntAcq(nbBus)
               end-if
               compute tabBusAge(nbBus) = ageJours / 365
               compute anneeCritere = dateAcquisition / 10000
                   + seuilAge
               perform mod-retenirAnnee
               if anneeCritere <= anneeMax then
                   move 'A' to tabBusCriteres(nbBus)(1:1)
                   add 1 to tabBusNbCrit(nbBus)
               end-if
           end-if
           move 9999 to anneeCritere
           if kilom >= seuilKm then
               move anneeJour to anneeCritere
           else
               if ageJours > 0 then
                   compute kmParAn = kilom * 365 / ageJours
                   if kmParAn > 0 then
                       compute anneesKm =
                           (seuilKm - kilom + kmParAn - 1) / kmParAn
                       if anneesKm < 100 then
                           compute anneeCritere = anneeJour + anneesKm
                       end-if
                   end-if
               end-if
           end-if
           perform mod-retenirAnnee
           if anneeCritere <= anneeMax then
               move 'K' to tabBusCriteres(nbBus)(2:1)
               add 1 to tabBusNbCrit(nbBus)
           end-if

           *> couts de reparation : niveau et tendance
           perform mod-cumulerReparations
           move reparPeriode to tabBusRepar(nbBus)
           move reparPrec to tabBusReparPrec(nbBus)
           move nbEntretiens to tabBusEntretiens(nbBus)
           move 0 to tabBusTendance(nbBus)
           if reparPrec > 0 then
               compute tabBusTendance(nbBus) rounded =
                   (reparPeriode - reparPrec) * 100 / reparPrec
                   on size error
                       move 999 to tabBusTendance(nbBus)
               end-compute
           end-if
           if reparPeriode >= seuilRepar then
               move anneeJour to anneeCritere
               perform mod-retenirAnnee
               move 'R' to tabBusCriteres(nbBus)(3:1)
               add 1 to tabBusNbCrit(nbBus)
           end-if
           if reparPrec > 0 and tabBusTendance(nbBus) >= seuilHausse
           then
               move anneeJour to anneeCritere
               perform mod-retenirAnnee
               move 'H' to tabBusCriteres(nbBus)(4:1)
               add 1 to tabBusNbCrit(nbBus)
           end-if

           *> zones a faibles emissions : remplacement l'annee qui
           *> precede l'interdiction
           perform mod-chercherInterdiction
           move dateInterdit to tabBusInterdit(nbBus)
           if dateInterdit not = 0 then
               if dateInterdit <= dateJour then
                   move anneeJour to anneeCritere
               else
                   compute intCalcul =
                       function integer-of-date(dateInterdit) - 1
                   compute anneeCritere =
                       function date-of-integer(intCalcul) / 10000
               end-if
               perform mod-retenirAnnee
               if anneeCritere <= anneeMax then
                   move 'Z' to tabBusCriteres(nbBus)(5:1)
                   add 1 to tabBusNbCrit(nbBus)
               end-if
           end-if

           *> investissement au dernier prix d'achat du modele
           move prixNeuf to tabBusCapital(nbBus)
           perform varying idxModele from 1 by 1
               until idxModele > nbModeles
               if tabModNom(idxModele) = modele then
                   move tabModPrix(idxModele) to tabBusCapital(nbBus)
               end-if
           end-perform

           compute tabBusCle(nbBus) = tabBusAnnee(nbBus) * 100000000
               + (9 - tabBusNbCrit(nbBus)) * 10000000
               + (999 - tabBusAge(nbBus)) * 10000
               + numero
       .

       *> l'annee de remplacement est la plus proche des annees
       *> donnees par les criteres, au plus tot l'annee en cours
       mod-retenirAnnee.
           if anneeCritere < anneeJour then
               move anneeJour to anneeCritere
           end-if
           if anneeCritere < tabBusAnnee(nbBus) then
               move anneeCritere to tabBusAnnee(nbBus)
           end-if
       .

       *> reparations (Incident) et main d'oeuvre d'entretien
       *> (PointageAtelier) des douze derniers mois et des douze
       *> precedents; entretiens faits dans les douze derniers mois
       mod-cumulerReparations.
           move 0 to reparPeriode reparPrec nbEntretiens
           if fichierIncidentOuvert then
               move numero to numBusI
               start f-incident key is equal numBusI
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-incident next
                       at end
                           set finVerif to true
                       not at end
                           if numBusI not = numero then
                               set finVerif to true
                           else
                               evaluate true
                                   when dateIncident > dateJour
                                       continue
                                   when dateIncident >= debPeriode
                                       add coutReparation
                                           to reparPeriode
                                   when dateIncident >= debPeriodePrec
                                       add coutReparation to reparPrec
                               end-evaluate
                           end-if
                   end-read
               end-perform
           end-if

           if pointageOuvert then
               move numero to numBusP
               start f-pointage key is equal numBusP
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-pointage next
                       at end
                           set finVerif to true
                       not at end
                           if numBusP not = numero then
                               set finVerif to true
                           else
                               if pointageEntretien then
                                   evaluate true
                                       when datePointage > dateJour
                                           continue
                                       when datePointage >= debPeriode
                                           add coutMainOeuvreP
                                               to reparPeriode
                                       when datePointage
                                       >= debPeriodePrec
                                           add coutMainOeuvreP
                                               to reparPrec
                                   end-evaluate
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           if faitOuvert then
               move numero to numBusE
               move low-values to operationE
               start f-fait key is not less cleFait
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-fait next
                       at end
                           set finVerif to true
                       not at end
                           if numBusE not = numero then
                               set finVerif to true
                           else
                               if dateFaitE >= debPeriode
                               and nbEntretiens < 999 then
                                   add 1 to nbEntretiens
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       *> premiere regle de zone a faibles emissions qui exclut la
       *> classe du bus (sans classe connue, toute regle l'exclut)
       mod-chercherInterdiction.
           move 0 to dateInterdit
           move space to tabBusClasse(nbBus)
           if equipOuvert then
               move numero to numBusEq
               read f-equipBus
                   not invalid key
                       move classeEuroEq to tabBusClasse(nbBus)
               end-read
           end-if
           if not zfeOuverte then
               exit paragraph
           end-if
           move low-values to villeZfe
           start f-zfe key is not less villeZfe
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-zfe next
                   at end
                       set finVerif to true
                   not at end
                       if tabBusClasse(nbBus) < classeMinZfe
                       and (dateInterdit = 0
                       or dateEffetZfe < dateInterdit) then
                           move dateEffetZfe to dateInterdit
                       end-if
               end-read
           end-perform
       .

       *> tri a bulles par cle de classement croissante : annee de
       *> remplacement, criteres remplis, age
       mod-trierBus.
           perform varying idxBus from 1 by 1
               until idxBus >= nbBus
               perform varying idxBus2 from 1 by 1
                   until idxBus2 > nbBus - idxBus
                   if tabBusCle(idxBus2) > tabBusCle(idxBus2 + 1)
                   then
                       move tabBusLigne(idxBus2) to tabBusTmp
                       move tabBusLigne(idxBus2 + 1)
                           to tabBusLigne(idxBus2)
                       move tabBusTmp to tabBusLigne(idxBus2 + 1)
                   end-if
               end-perform
           end-perform
       .

       *> regroupement des remplacements du plan par annee, depot et
       *> modele
       mod-construirePlan.
           perform varying idxBus from 1 by 1 until idxBus > nbBus
               if tabBusAnnee(idxBus) <= anneeMax then
                   add 1 to nbPlanTotal
                   add tabBusCapital(idxBus) to capitalTotal
                   perform varying idxPlan from 1 by 1
                       until idxPlan > nbPlan
                       or (tabPlanAnnee(idxPlan) = tabBusAnnee(idxBus)
                       and tabPlanDepot(idxPlan) = tabBusDepot(idxBus)
                       and tabPlanModele(idxPlan)
                       = tabBusModele(idxBus))
                       continue
                   end-perform
                   if idxPlan > nbPlan and nbPlan < 300 then
                       add 1 to nbPlan
                       move tabBusAnnee(idxBus) to tabPlanAnnee(nbPlan)
                       move tabBusDepot(idxBus) to tabPlanDepot(nbPlan)
                       move tabBusModele(idxBus)
                           to tabPlanModele(nbPlan)
                       move 0 to tabPlanNb(nbPlan)
                           tabPlanCapital(nbPlan)
                   end-if
                   if idxPlan <= nbPlan then
                       add 1 to tabPlanNb(idxPlan)
                       add tabBusCapital(idxBus)
                           to tabPlanCapital(idxPlan)
                   end-if
               end-if
           end-perform
       .

       mod-trierPlan.
           perform varying idxPlan from 1 by 1
               until idxPlan >= nbPlan
               perform varying idxPlan2 from 1 by 1
                   until idxPlan2 > nbPlan - idxPlan
                   if tabPlanCle(idxPlan2) > tabPlanCle(idxPlan2 + 1)
                   then
                       move tabPlanLigne(idxPlan2) to tabPlanTmp
                       move tabPlanLigne(idxPlan2 + 1)
                           to tabPlanLigne(idxPlan2)
                       move tabPlanTmp to tabPlanLigne(idxPlan2 + 1)
                   end-if
               end-perform
           end-perform
       .

       mod-ecrireClassement.
           move ligneVide to ligne
           move 'PLAN DE RENOUVELLEMENT DE LA FLOTTE AU' to ligne(1:38)
           move dateJour to ligne(40:8)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Seuils : age' to ligne(1:12)
           move seuilAge to ligne(14:2)
           move 'ans, km' to ligne(17:7)
           move seuilKm to ligne(25:7)
           move ', reparations' to ligne(32:13)
           move seuilRepar to montantEdite
           move montantEdite to ligne(46:10)
           move ', hausse' to ligne(56:8)
           move seuilHausse to ligne(65:3)
           move '%' to ligne(68:1)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Criteres : A age, K kilometrage, R reparations, H'
               to ligne(1:50)
           move ' hausse des reparations, Z zone a faibles emissions'
               to ligne(51:51)
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Rang Bus  Modele          Dp Age Km      Repar 12m'
               to ligne(1:50)
           move 'Repar prec Hausse Ent Cl Interdit Crit. Annee'
               to ligne(52:45)
           move 'Invest.' to ligne(101:7)
           perform mod-ecrireLigne

           perform varying idxBus from 1 by 1 until idxBus > nbBus
               move ligneVide to ligne
               move idxBus to nbEdite
               move nbEdite(2:3) to ligne(1:3)
               move tabBusNum(idxBus) to ligne(6:4)
               move tabBusModele(idxBus)(1:15) to ligne(11:15)
               move tabBusDepot(idxBus) to ligne(27:2)
               move tabBusAge(idxBus) to nbEdite
               move nbEdite(2:3) to ligne(30:3)
               move tabBusKm(idxBus) to ligne(34:6)
               move tabBusRepar(idxBus) to montantEdite
               move montantEdite to ligne(41:10)
               move tabBusReparPrec(idxBus) to montantEdite
               move montantEdite to ligne(52:10)
               if tabBusReparPrec(idxBus) > 0 then
                   move tabBusTendance(idxBus) to tendanceEdite
                   move tendanceEdite to ligne(64:4)
                   move '%' to ligne(68:1)
               end-if
               move tabBusEntretiens(idxBus) to nbEdite
               move nbEdite(2:3) to ligne(70:3)
               move tabBusClasse(idxBus) to ligne(75:1)
               if tabBusInterdit(idxBus) not = 0 then
                   move tabBusInterdit(idxBus) to ligne(77:8)
               end-if
               move tabBusCriteres(idxBus) to ligne(86:5)
               if tabBusAnnee(idxBus) <= anneeMax then
                   move tabBusAnnee(idxBus) to ligne(92:4)
                   move tabBusCapital(idxBus) to montantEdite
                   move montantEdite to ligne(97:10)
               else
                   move 'apres' to ligne(92:5)
               end-if
               perform mod-ecrireLigne
           end-perform
       .

       mod-ecrirePlan.
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'PLAN SUR CINQ ANS PAR DEPOT ET MODELE' to ligne(1:37)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Annee Depot Modele                Nb  Investissement'
               to ligne(1:52)
           perform mod-ecrireLigne

           perform varying anneePlan from anneeJour by 1
               until anneePlan > anneeMax
               move 0 to nbAnnee capitalAnnee
               perform varying idxPlan from 1 by 1
                   until idxPlan > nbPlan
                   if tabPlanAnnee(idxPlan) = anneePlan then
                       move ligneVide to ligne
                       move anneePlan to ligne(1:4)
                       move tabPlanDepot(idxPlan) to ligne(7:2)
                       move tabPlanModele(idxPlan) to ligne(13:20)
                       move tabPlanNb(idxPlan) to nbEdite
                       move nbEdite(2:3) to ligne(35:3)
                       move tabPlanCapital(idxPlan) to montantEdite
                       move montantEdite to ligne(43:10)
                       perform mod-ecrireLigne
                       add tabPlanNb(idxPlan) to nbAnnee
                       add tabPlanCapital(idxPlan) to capitalAnnee
                   end-if
               end-perform
               move ligneVide to ligne
               move 'Total' to ligne(1:5)
               move anneePlan to ligne(7:4)
               move nbAnnee to nbEdite
               move nbEdite(2:3) to ligne(35:3)
               move capitalAnnee to montantEdite
               move montantEdite to ligne(43:10)
               perform mod-ecrireLigne
           end-perform
           move ligneVide to ligne
           move 'Total du plan' to ligne(1:13)
           move nbPlanTotal to nbEdite
           move nbEdite(2:3) to ligne(35:3)
           move capitalTotal to montantEdite
           move montantEdite to ligne(43:10)
           perform mod-ecrireLigne
       .

       *> age moyen au 31 decembre de chaque annee du plan, sans et
       *> avec les remplacements (bus neuf livre en milieu d'annee);
       *> les bus sans date d'acquisition ne sont pas comptes
       mod-ecrireAgeMoyen.
           move 0 to sommeAgeSans nbAges
           perform varying idxBus from 1 by 1 until idxBus > nbBus
               if tabBusIntAcq(idxBus) not = 0
               and tabBusIntAcq(idxBus) <= intJour then
                   add 1 to nbAges
                   compute sommeAgeSans = sommeAgeSans
                       + (intJour - tabBusIntAcq(idxBus)) / 365.25
               end-if
           end-perform
           if nbAges > 0 then
               compute ageMoyenJour rounded = sommeAgeSans / nbAges
           end-if

           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'AGE MOYEN DE LA FLOTTE (ANS)' to ligne(1:28)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Aujourd''hui' to ligne(1:11)
           move ageMoyenJour to ageEdite
           move ageEdite to ligne(16:4)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Fin d''annee  Sans plan  Avec plan' to ligne(1:33)
           perform mod-ecrireLigne

           perform varying anneePlan from anneeJour by 1
               until anneePlan > anneeMax
               compute intFinAnnee = function integer-of-date(
                   anneePlan * 10000 + 1231)
               move 0 to sommeAgeSans sommeAgeAvec nbAges
               perform varying idxBus from 1 by 1 until idxBus > nbBus
                   if tabBusIntAcq(idxBus) not = 0
                   and tabBusIntAcq(idxBus) <= intFinAnnee then
                       add 1 to nbAges
                       compute sommeAgeSans = sommeAgeSans
                           + (intFinAnnee - tabBusIntAcq(idxBus))
                           / 365.25
                       if tabBusAnnee(idxBus) <= anneePlan then
                           compute sommeAgeAvec = sommeAgeAvec
                               + anneePlan - tabBusAnnee(idxBus) + 0.5
                       else
                           compute sommeAgeAvec = sommeAgeAvec
                               + (intFinAnnee - tabBusIntAcq(idxBus))
                               / 365.25
                       end-if
                   end-if
               end-perform
               move 0 to ageMoyenSans ageMoyenAvec
               if nbAges > 0 then
                   compute ageMoyenSans rounded = sommeAgeSans / nbAges
                   compute ageMoyenAvec rounded = sommeAgeAvec / nbAges
               end-if
               move ligneVide to ligne
               move anneePlan to ligne(1:4)
               move ageMoyenSans to ageEdite
               move ageEdite to ligne(16:4)
               move ageMoyenAvec to ageEdite
               move ageEdite to ligne(27:4)
               perform mod-ecrireLigne
           end-perform
       .

       mod-ecrireLigne.
           write rapport
           add 1 to nbLignesRapport
       .

       mod-cataloguer.
           open extend f-editions
           move 'renouvellement.txt' to nomEdition
           move dateJour to dateEdition
           move heureGeneration to heureEdition
           move nbLignesRapport to nbLignesEdition
           write ligneEdition
           close f-editions
       .

       end program rapportRenouvellement.
