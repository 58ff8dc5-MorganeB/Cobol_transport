       program-id. gestDemandesConge.

       *> demandes de conge des chauffeurs : la demande est saisie
       *> avec ses dates, son type et la date a laquelle le chauffeur
       *> l'a faite (DemandeConge.dat), en montrant le solde de
       *> conges et les affectations qu'elle toucherait. Un
       *> responsable (role A) l'approuve ou la refuse avec un
       *> commentaire; seule l'approbation cree l'indisponibilite
       *> (Indispo.dat), comme ajoutIndispo. Les delais de reponse
       *> sont suivis par rapportDemandesConge.

       file-control.
           select f-demande assign 'DemandeConge.dat'
           organization indexed access dynamic
           record key numDemande
           alternate record key numChaufD duplicates
           file status is statusDemande.

           select f-indispo assign 'Indispo.dat' organization
           indexed access dynamic
           record key numIndispo
           alternate record key numChaufI duplicates
           file status is statusIndispo.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed access dynamic record key numchaufN
           file status is statusChauf.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-solde assign 'SoldeConge.dat' organization
           indexed
           access dynamic record key cleConge
           file status is statusSolde.

       file section.
       fd f-demande.
       1 DemandeConge.
           2 numDemande pic 9(4).
           2 numChaufD pic 9(4).
           2 dateDemandeD pic 9(8).
           2 dateDebD pic 9(8).
           2 dateFinD pic 9(8).
           2 typeD pic x(01).
               88 typeCongePaye value 'C'.
               88 typeRecuperation value 'R'.
               88 typeSansSolde value 'S'.
               88 typeFamilial value 'F'.
               88 typeValide values 'C' 'R' 'S' 'F'.
           2 statutD pic x(01).
               88 demandeEnAttente value 'E'.
               88 demandeApprouvee value 'A'.
               88 demandeRefusee value 'R'.
           2 saisiParD pic x(10).
           2 dateDecisionD pic 9(8).
           2 decideParD pic x(10).
           2 commentaireD pic x(40).
           2 numIndispoD pic 9(4).

       fd f-indispo.
       1 Indispo.
           2 numIndispo pic 9(4).
           2 numChaufI pic 9(4).
           2 dateDebIndispo pic 9(8).
           2 dateFinIndispo pic 9(8).
           2 motifIndispo pic x(30).

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

       fd f-solde.
       1 SoldeConge.
           2 cleConge.
               3 anneeConge pic 9(4).
               3 numChaufG pic 9(4).
           2 droitConge pic 9(3).
           2 reportConge pic 9(3).

       working-storage section.
       1 statusDemande pic xx.
       1 statusIndispo pic xx.
       1 statusChauf pic xx.
       1 statusAffect pic xx.
       1 statusSolde pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 chauffeurSaisi pic 9(4).
       1 dateDemandeSaisie pic 9(8).
       1 dateDebSaisie pic 9(8).
       1 dateFinSaisie pic 9(8).
       1 typeSaisi pic x(01).
           88 typeSaisiValide values 'C' 'R' 'S' 'F'.
       1 demandeSaisie pic 9(4).
       1 decisionSaisie pic x(01).
       1 commentaireSaisi pic x(40).
       1 reponse pic x(01).
       1 newDemande pic 9(4).
       1 newIndispo pic 9(4).
       1 attenteJours pic 9(4).

       *> solde de conges de l'annee du debut de la demande : droit
       *> + report - jours deja pris (indisponibilites "cong...")
       1 anneeConges pic 9(4).
       1 debAnnee pic 9(8).
       1 finAnnee pic 9(8).
       1 dateDebEffective pic 9(8).
       1 dateFinEffective pic 9(8).
       1 joursPris pic 9(3).
       1 joursDemandes pic 9(3).
       1 soldeAvant pic s9(4).
       1 soldeApres pic s9(4).

       1 pic x value 'n'.
       88 soldeTrouve value 'o' false 'n'.

       *> affectations non annulees du chauffeur (principal ou
       *> second) qui chevauchent la periode demandee
       1 nbConflits pic 9(3) value 0.
       1 tableConflits.
           2 tNumConflit occurs 200 times pic 9(6).
       1 j pic 9(3).
       1 nbMarquees pic 9(3) value 0.

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 chauffeurExiste value 'o' false 'n'.

       1 pic x value 'n'.
       88 demandeTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 demandeOuverte value 'o' false 'n'.

       *> journal des mises a jour (journalMaj) : images avant/apres
       *> rejouables par rollForward apres une restauration
       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
       88 roleAdmin-parm value 'A'.
       88 roleConsult-parm value 'C'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-effacerLigne.
           2 line 23 blank line.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-nextPage.
           2 line 24 'Appuyez sur une touche pour afficher la suite' .
           2 s-nextPage line 25 col 80 pic x to nextPage auto secure.

       1 a-plg-menu.
           2 line 3 col 14 'Demandes de cong'&x'82'&'s'.
           2 line 5 col 10 '1 Saisir une demande'.
           2 line 6 col 10 '2 Demandes en attente'.
           2 line 7 col 10 '3 Approuver ou refuser une demande'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-decisionRefusee.
           2 line 20 col 10 'D'&x'82'&'cision r'&x'82'&'serv'&x'82'&
           'e aux responsables (r'&x'93'&'le A)'.

       1 s-plg-saisie.
           2 line 5 col 4 'Saisir une demande de cong'&x'82'.
           2 line 7 col 10 'Matricule du chauffeur : '.
           2 s-chauffeur pic 9(4) to chauffeurSaisi required.
           2 line 8 col 10 'Demand'&x'82'&' le (AAAAMMJJ, 0 = '&
           'aujourd''hui) : '.
           2 s-dateDemande pic 9(8) to dateDemandeSaisie.
           2 line 9 col 10 'Du (AAAAMMJJ) : '.
           2 s-dateDeb pic 9(8) to dateDebSaisie required.
           2 line 10 col 10 'Au (AAAAMMJJ) : '.
           2 s-dateFin pic 9(8) to dateFinSaisie required.
           2 line 11 col 10 'Type : '.
           2 s-type pic x to typeSaisi required.
           2 line 12 col 12 '(C cong'&x'82'&' pay'&x'82'&', R r'&
           x'82'&'cup'&x'82'&'ration, S sans solde, F '&x'82'&
           'v'&x'82'&'nement familial)'.

       1 a-plg-solde.
           2 line 14 col 10 'Solde '.
           2 a-annee pic 9(4) from anneeConges.
           2 ' : '.
           2 a-soldeAvant pic -zz9 from soldeAvant.
           2 ' j, demand'&x'82'&'s : '.
           2 a-joursDemandes pic zz9 from joursDemandes.
           2 ' j, reste : '.
           2 a-soldeApres pic -zz9 from soldeApres.
           2 ' j'.

       1 a-plg-sansDroit.
           2 line 14 col 10 'Aucun droit ouvert pour '.
           2 a-anneeSansDroit pic 9(4) from anneeConges.
           2 ' (jours pris : '.
           2 a-prisSansDroit pic zz9 from joursPris.
           2 ', demand'&x'82'&'s : '.
           2 a-demandesSansDroit pic zz9 from joursDemandes.
           2 ')'.

       1 a-plg-titreConflits.
           2 line 16 col 10 'Affectations touch'&x'82'&'es : '.
           2 a-nbConflits pic zz9 from nbConflits.
           2 line 17 col 12 'N'&x'82'&'a'.
           2 line 17 col 20 'Bus'.
           2 line 17 col 26 'D'&x'82'&'but'.
           2 line 17 col 36 'Fin'.

       1 a-plg-ligneConflit.
           2 line i col 12 pic z(6) from Numaffect.
           2 line i col 20 pic 9(4) from numbusA.
           2 line i col 26 pic 9(8) from dateDebAffectA.
           2 line i col 36 pic 9(8) from dateFinAffectA.

       1 a-plg-autresConflits.
           2 line 16 col 36 '(les trois premi'&x'8a'&'res ci-dessous)'.

       1 a-plg-chauffeurInexistant.
           2 line 23 col 10 'Ce matricule n''existe pas ou a quitt'&
           x'82'&' la compagnie'.

       1 a-plg-dateInvalide.
           2 line 23 col 10 'Dates incorrectes (fin apr'&x'8a'&'s '&
           'le d'&x'82'&'but svp)'.

       1 a-plg-typeInvalide.
           2 line 23 col 10 'Type : C, R, S ou F svp'.

       1 a-plg-res.
           2 line 23 col 10 'Demande enregistr'&x'82'&'e sous le '&
           'num'&x'82'&'ro '.
           2 a-newDemande pic 9(4) from newDemande.

       1 a-plg-nonRes.
           2 line 23 col 10 'Echec'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Demandes de cong'&x'82'&'s en attente'.
           2 line 6 col 2 'Dem.'.
           2 line 6 col 7 'Chauf'.
           2 line 6 col 13 'Nom'.
           2 line 6 col 34 'Demand'&x'82'&' le'.
           2 line 6 col 45 'Du'.
           2 line 6 col 55 'Au'.
           2 line 6 col 65 'Type'.
           2 line 6 col 71 'Attente'.

       1 a-plg-resListe.
           2 line i col 2 pic 9(4) from numDemande.
           2 line i col 7 pic 9(4) from numChaufD.
           2 line i col 13 pic x(20) from nomN.
           2 line i col 34 pic 9(8) from dateDemandeD.
           2 line i col 45 pic 9(8) from dateDebD.
           2 line i col 55 pic 9(8) from dateFinD.
           2 line i col 66 pic x from typeD.
           2 line i col 71 pic zzz9 from attenteJours.
           2 line i col 76 'j'.

       1 a-plg-aucune.
           2 line 9 col 4 'Aucune demande en attente'.

       1 s-plg-numDemande.
           2 line 5 col 4 'Approuver ou refuser une demande'.
           2 line 7 col 10 'Num'&x'82'&'ro de la demande : '.
           2 s-demande pic 9(4) to demandeSaisie required.

       1 a-plg-demande.
           2 line 9 col 10 'Chauffeur '.
           2 a-chauffeur pic 9(4) from numChaufD.
           2 ' '.
           2 a-nom pic x(20) from nomN.
           2 ' '.
           2 a-prenom pic x(15) from prenomN.
           2 line 10 col 10 'Du '.
           2 a-dateDeb pic 9(8) from dateDebD.
           2 ' au '.
           2 a-dateFin pic 9(8) from dateFinD.
           2 '  type '.
           2 a-type pic x from typeD.
           2 line 11 col 10 'Demand'&x'82'&'e le '.
           2 a-dateDemande pic 9(8) from dateDemandeD.
           2 ', saisie par '.
           2 a-saisiPar pic x(10) from saisiParD.

       1 a-plg-demandeInvalide.
           2 line 23 col 10 'Cette demande n''existe pas ou a d'&
           x'82'&'j'&x'85'&' re'&x'87'&'u une r'&x'82'&'ponse'.

       1 s-plg-decision.
           2 line 21 col 10 'D'&x'82'&'cision (A approuver, R '&
           'refuser) : '.
           2 s-decision pic x to decisionSaisie required.
           2 line 22 col 10 'Commentaire : '.
           2 s-commentaire pic x(40) to commentaireSaisi.

       1 s-plg-marquer.
           2 line 23 col 10 'Marquer les affectations touch'&x'82'&
           'es '&x'85'&' couvrir (O/N) : '.
           2 s-reponse pic x to reponse required.

       1 a-plg-soldeDepasse.
           2 line 23 col 10 'Ce cong'&x'82'&' d'&x'82'&'passerait le '&
           'solde disponible : demande laiss'&x'82'&'e en attente'.

       1 a-plg-resApprouvee.
           2 line 23 col 10 'Demande approuv'&x'82'&'e, '&
           'indisponibilit'&x'82'&' '.
           2 a-newIndispo pic 9(4) from newIndispo.
           2 ' cr'&x'82'&x'82'&'e ('.
           2 a-nbMarquees pic zz9 from nbMarquees.
           2 ' affectation(s) '&x'85'&' couvrir)'.

       1 a-plg-resRefusee.
           2 line 23 col 10 'Demande refus'&x'82'&'e'.

       1 a-plg-sansDecision.
           2 line 23 col 10 'Aucune d'&x'82'&'cision : demande '&
           'laiss'&x'82'&'e en attente'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-saisir
                   when 2 perform mod-listerAttente
                   when 3 perform mod-decider
               end-evaluate
           end-perform
           goback.

       mod-saisir.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           move 0 to dateDemandeSaisie
           display s-plg-saisie
           accept s-chauffeur
           accept s-dateDemande
           accept s-dateDeb
           accept s-dateFin
           accept s-type
           inspect typeSaisi converting 'crsf' to 'CRSF'
           accept dateJour from date yyyymmdd
           if dateDemandeSaisie = 0 then
               move dateJour to dateDemandeSaisie
           end-if

           set chauffeurExiste to false
           open input f-chaufNouv
           if statusChauf = '00' then
               move chauffeurSaisi to numchaufN
               read f-chaufNouv
                   not invalid key
                       if not chaufInactif then
                           set chauffeurExiste to true
                       end-if
               end-read
               close f-chaufNouv
           end-if

           evaluate true
               when not chauffeurExiste
                   display a-plg-chauffeurInexistant
               when function integer-of-date(dateDebSaisie) = 0
               or function integer-of-date(dateFinSaisie) = 0
               or function integer-of-date(dateDemandeSaisie) = 0
               or dateFinSaisie < dateDebSaisie
                   display a-plg-dateInvalide
               when not typeSaisiValide
                   display a-plg-typeInvalide
               when other
                   perform mod-afficherSolde
                   perform mod-chercherConflits
                   perform mod-afficherConflits
                   perform mod-enregistrer
           end-evaluate

           display a-plg-next
           accept s-next
       .

       mod-enregistrer.
           open i-o f-demande
           if statusDemande = '35' then
               open output f-demande
               close f-demande
               open i-o f-demande
           end-if
           move 0 to newDemande
           set fin-lire to false
           read f-demande next end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and numDemande > newDemande then
                   move numDemande to newDemande
               end-if
               read f-demande next end set fin-lire to true end-read
           end-perform
           add 1 to newDemande

           initialize DemandeConge
           move newDemande to numDemande
           move chauffeurSaisi to numChaufD
           move dateDemandeSaisie to dateDemandeD
           move dateDebSaisie to dateDebD
           move dateFinSaisie to dateFinD
           move typeSaisi to typeD
           set demandeEnAttente to true
           move operateurID-parm to saisiParD
           move spaces to decideParD commentaireD
           write DemandeConge
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-res
                   move 'AJOUT' to actionAudit
                   move newDemande to demandeSaisie
                   perform mod-ecrireAudit
           end-write
           close f-demande
       .

       mod-listerAttente.
           accept dateJour from date yyyymmdd
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-demande
           if statusDemande = '00' then
               open input f-chaufNouv
               set fin-lire to false
               read f-demande next end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire and demandeEnAttente then
                       perform mod-afficherAttente
                   end-if
                   read f-demande next end set fin-lire to true end-read
               end-perform
               close f-chaufNouv
               close f-demande
           end-if
           if not ligneTrouvee then
               display a-plg-aucune
           end-if
           display a-plg-next
           accept s-next
       .

       mod-afficherAttente.
           set ligneTrouvee to true
           move numChaufD to numchaufN
           read f-chaufNouv
               invalid key
                   move spaces to nomN
           end-read
           compute attenteJours = function integer-of-date(dateJour)
               - function integer-of-date(dateDemandeD)
           display a-plg-resListe
           compute i = i + 1
           if (i > 20) then
               compute i = 8
               display a-plg-nextPage
               accept s-nextPage
               display a-plg-titreListe
           end-if
       .

       *> decision du responsable : l'approbation cree
       *> l'indisponibilite (solde de conges controle comme dans
       *> ajoutIndispo), le refus garde seulement la trace
       mod-decider.
           if not roleAdmin-parm then
               display a-effacer
               display a-plg-decisionRefusee
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-numDemande
           accept s-demande

           set demandeTrouvee to false
           set demandeOuverte to false
           open i-o f-demande
           if statusDemande = '00' then
               set demandeOuverte to true
               move demandeSaisie to numDemande
               read f-demande
                   not invalid key
                       if demandeEnAttente then
                           set demandeTrouvee to true
                       end-if
               end-read
           end-if
           if not demandeTrouvee then
               if demandeOuverte then
                   close f-demande
                   set demandeOuverte to false
               end-if
               display a-plg-demandeInvalide
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           move numChaufD to chauffeurSaisi
           move dateDebD to dateDebSaisie
           move dateFinD to dateFinSaisie
           move typeD to typeSaisi
           open input f-chaufNouv
           move numChaufD to numchaufN
           read f-chaufNouv
               invalid key
                   move spaces to nomN prenomN
           end-read
           close f-chaufNouv
           display a-plg-demande
           perform mod-afficherSolde
           perform mod-chercherConflits
           perform mod-afficherConflits

           move spaces to commentaireSaisi
           display s-plg-decision
           accept s-decision
           accept s-commentaire
           inspect decisionSaisie converting 'ar' to 'AR'

           evaluate true
               when decisionSaisie = 'A'
               and typeCongePaye and soldeTrouve and soldeApres < 0
                   display a-plg-soldeDepasse
               when decisionSaisie = 'A'
                   perform mod-approuver
               when decisionSaisie = 'R'
                   perform mod-refuser
               when other
                   display a-plg-sansDecision
           end-evaluate
           close f-demande
           set demandeOuverte to false

           display a-plg-next
           accept s-next
       .

       mod-approuver.
           move 0 to nbMarquees
           move 'N' to reponse
           if nbConflits > 0 then
               display s-plg-marquer
               accept s-reponse
               display a-plg-effacerLigne
           end-if

           perform mod-creerIndispo
           if newIndispo = 0 then
               display a-plg-nonRes
               exit paragraph
           end-if

           if reponse = 'O' or reponse = 'o' then
               perform mod-marquerACouvrir
           end-if

           accept dateJour from date yyyymmdd
           set demandeApprouvee to true
           move dateJour to dateDecisionD
           move operateurID-parm to decideParD
           move commentaireSaisi to commentaireD
           move newIndispo to numIndispoD
           rewrite DemandeConge
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-resApprouvee
                   move 'MODIF' to actionAudit
                   perform mod-ecrireAudit
           end-rewrite
       .

       mod-refuser.
           accept dateJour from date yyyymmdd
           set demandeRefusee to true
           move dateJour to dateDecisionD
           move operateurID-parm to decideParD
           move commentaireSaisi to commentaireD
           rewrite DemandeConge
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-resRefusee
                   move 'MODIF' to actionAudit
                   perform mod-ecrireAudit
           end-rewrite
       .

       *> l'indisponibilite prend le numero suivant, le motif porte
       *> le type et le numero de la demande (un conge paye commence
       *> par "Conge" pour etre decompte du solde)
       mod-creerIndispo.
           move 0 to newIndispo
           open i-o f-indispo
           if statusIndispo = '35' then
               open output f-indispo
               close f-indispo
               open i-o f-indispo
           end-if
           if statusIndispo not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-indispo next end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and numIndispo > newIndispo then
                   move numIndispo to newIndispo
               end-if
               read f-indispo next end set fin-lire to true end-read
           end-perform
           add 1 to newIndispo

           move newIndispo to numIndispo
           move numChaufD to numChaufI
           move dateDebD to dateDebIndispo
           move dateFinD to dateFinIndispo
           move spaces to motifIndispo
           evaluate true
               when typeCongePaye
                   move 'Conge paye' to motifIndispo(1:10)
               when typeRecuperation
                   move 'Recuperation' to motifIndispo(1:12)
               when typeSansSolde
                   move 'Absence sans solde' to motifIndispo(1:18)
               when typeFamilial
                   move 'Evenement familial' to motifIndispo(1:18)
           end-evaluate
           move 'dem.' to motifIndispo(22:4)
           move numDemande to motifIndispo(27:4)
           write Indispo
               invalid key
                   move 0 to newIndispo
               not invalid key
                   perform mod-ecrireAuditIndispo
           end-write
           close f-indispo
       .

       *> solde de l'annee du debut de la demande
       mod-afficherSolde.
           move dateDebSaisie(1:4) to anneeConges
           compute joursDemandes =
               function integer-of-date(dateFinSaisie)
               - function integer-of-date(dateDebSaisie) + 1
           perform mod-calculerPris

           set soldeTrouve to false
           open input f-solde
           if statusSolde = '00' then
               move anneeConges to anneeConge
               move chauffeurSaisi to numChaufG
               read f-solde
                   not invalid key
                       set soldeTrouve to true
               end-read
               close f-solde
           end-if

           if soldeTrouve then
               compute soldeAvant = droitConge + reportConge
                   - joursPris
               compute soldeApres = soldeAvant - joursDemandes
               display a-plg-solde
           else
               display a-plg-sansDroit
           end-if
       .

       *> jours de conge deja pris dans l'annee (indisponibilites
       *> dont le motif commence par "cong", bornees a l'annee)
       mod-calculerPris.
           move 0 to joursPris
           compute debAnnee = anneeConges * 10000 + 101
           compute finAnnee = anneeConges * 10000 + 1231

           open input f-indispo
           if statusIndispo not = '00' then
               exit paragraph
           end-if
           move chauffeurSaisi to numChaufI
           start f-indispo key is equal numChaufI
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start

           perform until finVerif
               read f-indispo next
                   at end
                       set finVerif to true
                   not at end
                       if numChaufI not = chauffeurSaisi then
                           set finVerif to true
                       else
                           if function upper-case(
                           motifIndispo(1:4)) = 'CONG' then
                               perform mod-cumulerPris
                           end-if
                       end-if
               end-read
           end-perform
           close f-indispo
       .

       mod-cumulerPris.
           if dateDebIndispo > finAnnee then
               continue
           else
           if dateFinIndispo not = 0
           and dateFinIndispo < debAnnee then
               continue
           else
               move function max(dateDebIndispo debAnnee)
                   to dateDebEffective
               if dateFinIndispo = 0 then
                   move finAnnee to dateFinEffective
               else
                   move function min(dateFinIndispo finAnnee)
                       to dateFinEffective
               end-if
               if dateDebEffective <= dateFinEffective then
                   compute joursPris = joursPris +
                       function integer-of-date(dateFinEffective)
                       - function integer-of-date(dateDebEffective)
                       + 1
               end-if
           end-if
           end-if
       .

       *> affectations non annulees du chauffeur, comme principal
       *> (index NumchaufA) ou comme second chauffeur (balayage
       *> complet sur numchauf2A), qui chevauchent la periode
       mod-chercherConflits.
           move 0 to nbConflits
           open input f-affectation
           if statusAffect not = '00' then
               exit paragraph
           end-if

           move chauffeurSaisi to numChaufA
           start f-affectation key is equal numChaufA
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-affectation next
                   at end
                       set finVerif to true
                   not at end
                       if numChaufA not = chauffeurSaisi then
                           set finVerif to true
                       else
                           perform mod-retenirConflit
                       end-if
               end-read
           end-perform

           set finVerif to false
           move 0 to Numaffect
           start f-affectation key is not less Numaffect
               invalid key
                   set finVerif to true
           end-start
           perform until finVerif
               read f-affectation next
                   at end
                       set finVerif to true
                   not at end
                       if numchauf2A = chauffeurSaisi
                       and numchauf2A not = 0 then
                           perform mod-retenirConflit
                       end-if
               end-read
           end-perform
           close f-affectation
       .

       mod-retenirConflit.
           if not annulee
           and (dateFinAffectA = 0 or
           dateDebSaisie <= dateFinAffectA)
           and dateFinSaisie >= dateDebAffectA
           and nbConflits < 200 then
               add 1 to nbConflits
               move Numaffect to tNumConflit(nbConflits)
           end-if
       .

       mod-afficherConflits.
           if nbConflits = 0 then
               exit paragraph
           end-if
           display a-plg-titreConflits
           open input f-affectation
           move 18 to i
           perform varying j from 1 by 1 until j > nbConflits
               or j > 3
               move tNumConflit(j) to Numaffect
               read f-affectation key is Numaffect
                   not invalid key
                       display a-plg-ligneConflit
                       compute i = i + 1
               end-read
           end-perform
           close f-affectation
           if nbConflits > 3 then
               display a-plg-autresConflits
           end-if
       .

       *> affectations touchees mises "a couvrir" (statusA = 'C')
       *> pour que le planning les reprenne, comme ajoutIndispo
       mod-marquerACouvrir.
           open i-o f-affectation
           perform varying j from 1 by 1 until j > nbConflits
               move tNumConflit(j) to Numaffect
               read f-affectation key is Numaffect
                   invalid key
                       continue
                   not invalid key
                       move spaces to jrnAvant
                       move Affectation to jrnAvant(1:134)
                       set aCouvrir to true
                       rewrite Affectation
                           invalid key
                               continue
                           not invalid key
                               add 1 to nbMarquees
                               perform mod-journaliserAffectMaj
                               perform mod-ecrireAuditAffect
                       end-rewrite
               end-read
           end-perform
           close f-affectation
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

       *> enregistre l'operation sur la demande dans le journal
       *> d'audit (decision en complement)
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'DEMCONGE' to ligneAudit(25:11)
           move demandeSaisie to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           evaluate true
               when demandeApprouvee
                   move 'approuvee' to ligneAudit(54:9)
               when demandeRefusee
                   move 'refusee' to ligneAudit(54:7)
           end-evaluate
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-ecrireAuditIndispo.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'AJOUT' to ligneAudit(18:5)
           move 'INDISPO' to ligneAudit(25:11)
           move newIndispo to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move 'demande' to ligneAudit(54:7)
           move numDemande to ligneAudit(62:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-ecrireAuditAffect.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'MODIF' to ligneAudit(18:5)
           move 'AFFECTATION' to ligneAudit(25:11)
           move Numaffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'conflit conge' to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestDemandesConge.
