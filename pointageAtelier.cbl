       program-id. pointageAtelier.

       *> pointage des heures de main-d'oeuvre de l'atelier : un
       *> mecanicien pointe ses heures soit sur un incident (type R,
       *> reparation), soit sur une operation du plan d'entretien
       *> d'un bus (type E, entretien preventif). Les heures sont
       *> valorisees au taux horaire du mecanicien; sur un incident
       *> le cout s'ajoute au cout de reparation, sur un entretien il
       *> est repris par le cout de revient du bus (rapportCoutKm)

       file-control.
           select f-pointage assign 'PointageAtelier.dat'
           organization indexed access dynamic
           record key numPointage
           alternate record key numMecaP duplicates
           alternate record key numBusP duplicates
           file status is statusPointage.

           select f-mecanicien assign 'Mecanicien.dat'
           organization indexed access dynamic
           record key numMecanicien
           file status is statusMecanicien.

           select f-incident assign 'Incident.dat' organization
           indexed access dynamic
           record key numIncident
           alternate record key numBusI duplicates
           file status is statusFIncident.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-plan assign 'PlanEntretien.dat'
           organization indexed access dynamic
           record key clePlan
           file status is statusPlan.

       file section.
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

       fd f-mecanicien.
       1 Mecanicien.
           2 numMecanicien pic 9(4).
           2 nomMeca pic x(30).
           2 prenomMeca pic x(30).
           2 tauxHoraireMeca pic 9(3)v99.
           2 heuresMoisMeca pic 9(3)v99.
           2 statutMeca pic x(01).
               88 mecaActif value 'A'.
               88 mecaInactif value 'I'.

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

       fd f-plan.
       1 PlanEntretien.
           2 clePlan.
               3 modeleP pic x(20).
               3 operationP pic x(10).
           2 intervalleKmP pic 9(6).

       working-storage section.
       1 statusPointage pic xx.
       1 statusMecanicien pic xx.
       1 statusFIncident pic xx.
       1 statusBus pic xx.
       1 statusPlan pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.

       1 mecaSaisi pic 9(4).
       1 dateSaisie pic 9(8).
       1 typeSaisi pic x(01).
       1 incidentSaisi pic 9(4).
       1 busSaisi pic 9(4).
       1 operationSaisie pic x(10).
       1 heuresSaisies pic 9(2)v99.
       1 coutCalcule pic 9(6)v99.
       1 tauxCourant pic 9(3)v99.
       1 newPointage pic 9(6).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 mecaValide value 'o' false 'n'.

       1 pic x value 'n'.
       88 cibleValide value 'o' false 'n'.

       1 dateAValider pic 9(8).
       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.

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
           2 line 3 col 14 'Pointage des heures d''atelier'.
           2 line 5 col 10 '1 Pointer des heures'.
           2 line 6 col 10 '2 Consulter les pointages d''un '&
           'm'&x'82'&'canicien'.
           2 line 7 col 10 '3 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 9 col 13 'Choix ? '.
           2 s-choix line 9 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 s-plg-saisie.
           2 line 5 col 4 'Pointer des heures'.
           2 line 7 col 10 'Matricule du m'&x'82'&'canicien : '.
           2 s-meca pic 9(4) to mecaSaisi required.
           2 line 8 col 10 'Date (AAAAMMJJ) : '.
           2 s-date pic 9(8) to dateSaisie required.
           2 line 9 col 10 'Type (R = r'&x'82'&'paration, '&
           'E = entretien) : '.
           2 s-type pic x to typeSaisi required.
           2 line 10 col 10 'Heures (ex 02.50) : '.
           2 s-heures pic 9(2)v99 to heuresSaisies required.

       1 s-plg-incident.
           2 line 12 col 10 'Num'&x'82'&'ro d''incident : '.
           2 s-incident pic 9(4) to incidentSaisi required.

       1 s-plg-entretien.
           2 line 12 col 10 'Num'&x'82'&'ro du bus : '.
           2 s-bus pic 9(4) to busSaisi required.
           2 line 13 col 10 'Op'&x'82'&'ration du plan : '.
           2 s-operation pic x(10) to operationSaisie required.

       1 s-plg-saisieMeca.
           2 line 5 col 10 'Matricule du m'&x'82'&'canicien : '.
           2 s-mecaListe pic 9(4) to mecaSaisi required.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Pointages du m'&x'82'&'canicien '.
           2 a-mecaTitre pic 9(4) from mecaSaisi.
           2 line 6 col 3 'Date'.
           2 line 6 col 13 'T'.
           2 line 6 col 16 'Incid.'.
           2 line 6 col 24 'Bus'.
           2 line 6 col 30 'Op'&x'82'&'ration'.
           2 line 6 col 43 'Heures'.
           2 line 6 col 53 'Co'&x'96'&'t'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(8) from datePointage.
           2 line i col 13 pic x from typePointage.
           2 line i col 16 pic z(4) from numIncidentP.
           2 line i col 24 pic 9(4) from numBusP.
           2 line i col 30 pic x(10) from operationPt.
           2 line i col 43 pic z9.99 from heuresP.
           2 line i col 50 pic zzzzz9.99 from coutMainOeuvreP.

       1 a-plg-erreur.
           2 line 23 col 12 'Saisir une date correcte svp'.

       1 a-plg-mecaInconnu.
           2 line 15 col 10 'M'&x'82'&'canicien inconnu ou inactif'.

       1 a-plg-typeInvalide.
           2 line 15 col 10 'Type : R ou E svp'.

       1 a-plg-heuresNulles.
           2 line 15 col 10 'Saisir un nombre d''heures svp'.

       1 a-plg-incidentInvalide.
           2 line 15 col 10 'Incident inconnu ou d'&x'82'&'j'&x'85'&
           ' clos'.

       1 a-plg-entretienInvalide.
           2 line 15 col 10 'Bus inconnu ou op'&x'82'&'ration absente '&
           'du plan de son mod'&x'88'&'le'.

       1 a-plg-res.
           2 line 18 col 15 'Pointage enregistr'&x'82'&' : '.
           2 a-cout pic zzzzz9.99 from coutCalcule.
           2 ' euros'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun pointage pour ce m'&x'82'&'canicien'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 3
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-pointer
                   when 2 perform mod-lister
               end-evaluate
           end-perform
           goback.

       mod-pointer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisie
           accept s-meca
           accept s-date
           accept s-type
           accept s-heures
           move function upper-case(typeSaisi) to typeSaisi
           move 0 to incidentSaisi
           move 0 to busSaisi
           move spaces to operationSaisie

           move dateSaisie to dateAValider
           perform mod-validerDate
           perform mod-verifMecanicien

           evaluate true
               when not dateValide
                   display a-plg-erreur
               when not mecaValide
                   display a-plg-mecaInconnu
               when heuresSaisies = 0
                   display a-plg-heuresNulles
               when typeSaisi = 'R'
                   display s-plg-incident
                   accept s-incident
                   perform mod-verifIncident
                   if cibleValide then
                       perform mod-enregistrer
                   else
                       display a-plg-incidentInvalide
                   end-if
               when typeSaisi = 'E'
                   display s-plg-entretien
                   accept s-bus
                   accept s-operation
                   perform mod-verifEntretien
                   if cibleValide then
                       perform mod-enregistrer
                   else
                       display a-plg-entretienInvalide
                   end-if
               when other
                   display a-plg-typeInvalide
           end-evaluate

           display a-plg-next
           accept s-next
       .

       mod-verifMecanicien.
           set mecaValide to false
           open input f-mecanicien
           if statusMecanicien = '00' then
               move mecaSaisi to numMecanicien
               read f-mecanicien
                   not invalid key
                       if mecaActif then
                           set mecaValide to true
                           move tauxHoraireMeca to tauxCourant
                       end-if
               end-read
               close f-mecanicien
           end-if
       .

       mod-verifIncident.
           set cibleValide to false
           open input f-incident
           if statusFIncident = '00' then
               move incidentSaisi to numIncident
               read f-incident
                   not invalid key
                       if not incidentClos then
                           set cibleValide to true
                           move numBusI to busSaisi
                       end-if
               end-read
               close f-incident
           end-if
       .

       *> l'operation doit figurer au plan d'entretien du modele du
       *> bus
       mod-verifEntretien.
           set cibleValide to false
           open input f-bus
           if statusBus = '00' then
               move busSaisi to numero
               read f-bus
                   not invalid key
                       open input f-plan
                       if statusPlan = '00' then
                           move modele to modeleP
                           move operationSaisie to operationP
                           read f-plan
                               not invalid key
                                   set cibleValide to true
                           end-read
                           close f-plan
                       end-if
               end-read
               close f-bus
           end-if
       .

       mod-enregistrer.
           compute coutCalcule rounded =
               heuresSaisies * tauxCourant

           open i-o f-pointage
           if statusPointage = '35' then
               open output f-pointage
               close f-pointage
               open i-o f-pointage
           end-if
           move 0 to newPointage
           set fin-lire to false
           read f-pointage next
           end set fin-lire to true end-read
           perform until fin-lire
               if numPointage > newPointage then
                   move numPointage to newPointage
               end-if
               read f-pointage next
               end set fin-lire to true end-read
           end-perform

           compute newPointage = newPointage + 1
           move newPointage to numPointage
           move mecaSaisi to numMecaP
           move dateSaisie to datePointage
           move typeSaisi to typePointage
           move incidentSaisi to numIncidentP
           move busSaisi to numBusP
           move operationSaisie to operationPt
           move heuresSaisies to heuresP
           move coutCalcule to coutMainOeuvreP
           move operateurID-parm to operateurP
           write PointageAtelier end-write
           close f-pointage

           if pointageReparation then
               perform mod-imputerIncident
           end-if
           display a-plg-res
           perform mod-ecrireAudit
       .

       *> la main-d'oeuvre s'ajoute au cout de reparation de
       *> l'incident, comme les pieces sorties du magasin
       mod-imputerIncident.
           open i-o f-incident
           if statusFIncident = '00' then
               move incidentSaisi to numIncident
               read f-incident
                   not invalid key
                       add coutCalcule to coutReparation
                       rewrite Incident
                       end-rewrite
               end-read
               close f-incident
           end-if
       .

       mod-lister.
           display a-effacer
           display s-plg-saisieMeca
           accept s-mecaListe
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-pointage
           if statusPointage = '00' then
               set fin-lire to false
               move mecaSaisi to numMecaP
               start f-pointage key is equal numMecaP
                   invalid key set fin-lire to true
               end-start
               perform until fin-lire
                   read f-pointage next
                       at end
                           set fin-lire to true
                       not at end
                           if numMecaP not = mecaSaisi then
                               set fin-lire to true
                           else
                               perform mod-afficherPointage
                           end-if
                   end-read
               end-perform
               close f-pointage
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-afficherPointage.
           set ligneTrouvee to true
           display a-plg-resListe
           compute i = i + 1
           if (i > 20) then
               compute i = 8
               display a-plg-nextPage
               accept s-nextPage
               display a-plg-titreListe
           end-if
       .

       *> valide une date reelle (mois/jour selon le calendrier,
       *> annees bissextiles comprises) via function integer-of-date,
       *> qui renvoie 0 pour toute date qui n'existe pas
       mod-validerDate.
           if function integer-of-date(dateAValider) = 0 then
               set dateValide to false
           else
               set dateValide to true
           end-if
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'POINTAGE' to ligneAudit(25:11)
           move newPointage to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move typeSaisi to ligneAudit(54:1)
           move mecaSaisi to ligneAudit(56:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program pointageAtelier.
