       program-id. rapportEnquetes.

       *> rapport mensuel des enquetes de satisfaction
       *> (enquete-AAAAMM.txt, mois des trajets) : taux de reponse,
       *> moyennes des quatre notes par circuit, par conducteur et
       *> par client, puis le detail des mauvaises notes (une note
       *> au plus egale a seuilNote) rapproche des reclamations du
       *> meme trajet ou du meme circuit dans la semaine qui suit
       *> (Reclamation.dat) et du retard au depart releve
       *> (HoraireReel.dat).

       file-control.
           select f-enquete assign 'Enquete.dat'
           organization indexed access dynamic
           record key numEnquete
           alternate record key numAffectEq duplicates
           file status is statusEnquete.

           select f-reclamation assign 'Reclamation.dat'
           organization indexed access dynamic
           record key numReclamation
           alternate record key numCircuitRec duplicates
           file status is statusRec.

           select f-horaire assign 'HoraireReel.dat'
           organization indexed access dynamic
           record key numAffectH
           file status is statusHoraire.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-rapport assign nomRapport organization line
           sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
       fd f-enquete.
       1 Enquete.
           2 numEnquete pic 9(6).
           2 numAffectEq pic 9(6).
           2 typeSondeEq pic x(01).
               88 sondeClient value 'C'.
               88 sondePassager value 'P'.
           2 numClientEq pic 9(4).
           2 numResaEq pic 9(6).
           2 nomSondeEq pic x(30).
           2 telSondeEq pic x(15).
           2 dateTrajetEq pic 9(8).
           2 numCircuitEq pic 9(4).
           2 numChaufEq pic 9(4).
           2 dateSelectEq pic 9(8).
           2 statutEq pic x(01).
               88 enqAContacter value 'A'.
               88 enqRepondue value 'R'.
               88 enqSansReponse value 'N'.
           2 notePonctEq pic 9(1).
           2 noteChaufEq pic 9(1).
           2 noteProprEq pic 9(1).
           2 noteGlobaleEq pic 9(1).
           2 commentaireEq pic x(60).
           2 dateReponseEq pic 9(8).
           2 operateurEq pic x(10).

       fd f-reclamation.
       1 Reclamation.
           2 numReclamation pic 9(4).
           2 numCircuitRec pic 9(4).
           2 numAffectRec pic 9(6).
           2 numClientRec pic 9(4).
           2 dateRecueRec pic 9(8).
           2 dateLimiteRec pic 9(8).
           2 dateReponseRec pic 9(8).
           2 operateurRec pic x(10).
           2 descriptionRec pic x(60).
           2 statutRec pic x(01).
               88 recRecue value 'R'.
               88 recEnExamen value 'E'.
               88 recRepondue value 'P'.
               88 recClose value 'C'.

       fd f-horaire.
       1 HoraireReel.
           2 numAffectH pic 9(6).
           2 heureDepReelle pic 9(4).
           2 heureArrReelle pic 9(4).
           2 dateSaisieH pic 9(8).

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

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusEnquete pic xx.
       1 statusRec pic xx.
       1 statusHoraire pic xx.
       1 statusAffect pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 moisSaisi pic 9(6) value 0.
       1 dateJour pic 9(8).
       1 heureJour pic 9(6).
       1 nbLignes pic 9(6) value 0.

       *> une note au plus egale au seuil est une mauvaise note
       1 seuilNote pic 9(1) value 2.

       1 nbTirees pic 9(5) value 0.
       1 nbRepondues pic 9(5) value 0.
       1 nbSansReponse pic 9(5) value 0.
       1 nbMauvaises pic 9(5) value 0.
       1 tauxReponse pic 9(3).

       *> cumuls des notes : nombre de reponses et sommes des notes
       *> ponctualite, conducteur, proprete et generale
       1 totGeneral.
           2 totNb pic 9(5) value 0.
           2 totNote pic 9(6) occurs 4 value 0.

       1 nbCircuits pic 9(3) value 0.
       1 tabCircuits.
           2 tabCircLigne occurs 200 times.
               3 tabCircNum pic 9(4).
               3 tabCircNb pic 9(5).
               3 tabCircNote pic 9(6) occurs 4.

       1 nbChaufs pic 9(3) value 0.
       1 tabChaufs.
           2 tabChaufLigne occurs 200 times.
               3 tabChaufNum pic 9(4).
               3 tabChaufNb pic 9(5).
               3 tabChaufNote pic 9(6) occurs 4.

       1 nbClients pic 9(3) value 0.
       1 tabClients.
           2 tabCliLigne occurs 200 times.
               3 tabCliNum pic 9(4).
               3 tabCliNb pic 9(5).
               3 tabCliNote pic 9(6) occurs 4.

       1 notesEnquete.
           2 noteEnq pic 9(1) occurs 4.
       1 idxTab pic 9(3).
       1 idxNote pic 9(1).
       1 colNote pic 9(2).
       1 moyenneNote pic 9v9.
       1 moyenneEditee pic 9.9.
       1 nbEdite pic zzzz9.

       *> rapprochements d'une mauvaise note
       1 dateLimiteRecl pic 9(8).
       1 nbReclamations pic 9(3).
       1 premiereRecl pic 9(4).
       1 minutesPrevu pic 9(5).
       1 minutesReel pic 9(5).
       1 retardMin pic s9(5).
       1 retardEdite pic ---9.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finRecl value 'o' false 'n'.

       1 pic x value 'n'.
       88 mauvaiseNote value 'o' false 'n'.

       1 pic x value 'n'.
       88 reclamationOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 horaireOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectOuverte value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-saisie.
           2 line 4 col 4 'Rapport des enqu'&x'88'&'tes de '&
           'satisfaction'.
           2 line 6 col 10 'Mois (AAAAMM) : '.
           2 s-mois pic 9(6) to moisSaisi required.

       1 a-plg-res.
           2 line 18 col 10 'Rapport produit : '.
           2 a-nbRep pic z(4)9 from nbRepondues.
           2 ' r'&x'82'&'ponse(s)'.

       1 a-plg-vide.
           2 line 18 col 10 'Aucune enqu'&x'88'&'te enregistr'&x'82'&
           'e'.

       procedure division.
           move 0 to nbLignes
           move 0 to nbTirees
           move 0 to nbRepondues
           move 0 to nbSansReponse
           move 0 to nbMauvaises
           move 0 to totNb
           move 0 to totNote(1)
           move 0 to totNote(2)
           move 0 to totNote(3)
           move 0 to totNote(4)
           move 0 to nbCircuits
           move 0 to nbChaufs
           move 0 to nbClients
           set reclamationOuverte to false
           set horaireOuvert to false
           set affectOuverte to false

           display a-effacer
           display s-plg-saisie
           accept s-mois
           accept dateJour from date yyyymmdd
           accept heureJour from time

           open input f-enquete
           if statusEnquete not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if

           move spaces to nomRapport
           string 'enquete-' moisSaisi '.txt'
               delimited size into nomRapport

           *> premier passage : cumuls
           set fin-lire to false
           perform until fin-lire
               read f-enquete next
                   at end
                       set fin-lire to true
                   not at end
                       if dateTrajetEq(1:6) = moisSaisi then
                           perform mod-cumuler
                       end-if
               end-read
           end-perform

           open output f-rapport
           perform mod-ecrireMoyennes

           *> second passage : detail des mauvaises notes
           open input f-reclamation
           if statusRec = '00' then
               set reclamationOuverte to true
           end-if
           open input f-horaire
           if statusHoraire = '00' then
               set horaireOuvert to true
           end-if
           open input f-affectation
           if statusAffect = '00' then
               set affectOuverte to true
           end-if
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'MAUVAISES NOTES (au plus' to ligne(1:24)
           move seuilNote to ligne(26:1)
           move ') : P=ponctualite C=conducteur V=vehicule G=generale'
               to ligne(27:53)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Enquete Trajet Date     Circ Cond  P C V G' to
               ligne(1:42)
           move 'Reclam.  Retard dep.' to ligne(45:20)
           perform mod-ecrireLigne
           move 0 to numEnquete
           set fin-lire to false
           start f-enquete key is not less numEnquete
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-enquete next
                   at end
                       set fin-lire to true
                   not at end
                       if dateTrajetEq(1:6) = moisSaisi
                       and enqRepondue then
                           perform mod-mauvaiseNote
                       end-if
               end-read
           end-perform
           if nbMauvaises = 0 then
               move ligneVide to ligne
               move 'aucune' to ligne(3:6)
               perform mod-ecrireLigne
           end-if

           close f-enquete
           if reclamationOuverte then
               close f-reclamation
               set reclamationOuverte to false
           end-if
           if horaireOuvert then
               close f-horaire
               set horaireOuvert to false
           end-if
           if affectOuverte then
               close f-affectation
               set affectOuverte to false
           end-if
           close f-rapport

           open extend f-editions
           move nomRapport to nomEdition
           move dateJour to dateEdition
           move heureJour to heureEdition
           move nbLignes to nbLignesEdition
           write ligneEdition
           close f-editions

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-cumuler.
           add 1 to nbTirees
           evaluate true
               when enqSansReponse
                   add 1 to nbSansReponse
               when enqRepondue
                   add 1 to nbRepondues
                   move notePonctEq to noteEnq(1)
                   move noteChaufEq to noteEnq(2)
                   move noteProprEq to noteEnq(3)
                   move noteGlobaleEq to noteEnq(4)
                   add 1 to totNb
                   perform varying idxNote from 1 by 1
                       until idxNote > 4
                       add noteEnq(idxNote) to totNote(idxNote)
                   end-perform
                   perform mod-cumulerCircuit
                   perform mod-cumulerChauffeur
                   if numClientEq not = 0 then
                       perform mod-cumulerClient
                   end-if
           end-evaluate
       .

       mod-cumulerCircuit.
           perform varying idxTab from 1 by 1
               until idxTab > nbCircuits
               or tabCircNum(idxTab) = numCircuitEq
               continue
           end-perform
           if idxTab > nbCircuits and nbCircuits < 200 then
               add 1 to nbCircuits
               move numCircuitEq to tabCircNum(nbCircuits)
               move 0 to tabCircNb(nbCircuits)
               perform varying idxNote from 1 by 1
                   until idxNote > 4
                   move 0 to tabCircNote(nbCircuits idxNote)
               end-perform
               move nbCircuits to idxTab
           end-if
           if idxTab <= nbCircuits then
               add 1 to tabCircNb(idxTab)
               perform varying idxNote from 1 by 1
                   until idxNote > 4
                   add noteEnq(idxNote)
                       to tabCircNote(idxTab idxNote)
               end-perform
           end-if
       .

       mod-cumulerChauffeur.
           perform varying idxTab from 1 by 1
               until idxTab > nbChaufs
               or tabChaufNum(idxTab) = numChaufEq
               continue
           end-perform
           if idxTab > nbChaufs and nbChaufs < 200 then
               add 1 to nbChaufs
               move numChaufEq to tabChaufNum(nbChaufs)
               move 0 to tabChaufNb(nbChaufs)
               perform varying idxNote from 1 by 1
                   until idxNote > 4
                   move 0 to tabChaufNote(nbChaufs idxNote)
               end-perform
               move nbChaufs to idxTab
           end-if
           if idxTab <= nbChaufs then
               add 1 to tabChaufNb(idxTab)
               perform varying idxNote from 1 by 1
                   until idxNote > 4
                   add noteEnq(idxNote)
                       to tabChaufNote(idxTab idxNote)
               end-perform
           end-if
       .

       mod-cumulerClient.
           perform varying idxTab from 1 by 1
               until idxTab > nbClients
               or tabCliNum(idxTab) = numClientEq
               continue
           end-perform
           if idxTab > nbClients and nbClients < 200 then
               add 1 to nbClients
               move numClientEq to tabCliNum(nbClients)
               move 0 to tabCliNb(nbClients)
               perform varying idxNote from 1 by 1
                   until idxNote > 4
                   move 0 to tabCliNote(nbClients idxNote)
               end-perform
               move nbClients to idxTab
           end-if
           if idxTab <= nbClients then
               add 1 to tabCliNb(idxTab)
               perform varying idxNote from 1 by 1
                   until idxNote > 4
                   add noteEnq(idxNote)
                       to tabCliNote(idxTab idxNote)
               end-perform
           end-if
       .

       mod-ecrireMoyennes.
           move ligneVide to ligne
           move 'SATISFACTION DES TRAJETS DU MOIS' to ligne(1:32)
           move moisSaisi to ligne(34:6)
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Enquetes tirees' to ligne(1:15)
           move nbTirees to nbEdite
           move nbEdite to ligne(20:5)
           move 'repondues' to ligne(27:9)
           move nbRepondues to nbEdite
           move nbEdite to ligne(37:5)
           move 'sans reponse' to ligne(44:12)
           move nbSansReponse to nbEdite
           move nbEdite to ligne(57:5)
           if nbTirees > 0 then
               compute tauxReponse = nbRepondues * 100 / nbTirees
               move tauxReponse to ligne(64:3)
               move '%' to ligne(68:1)
           end-if
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Moyennes sur 5        Rep. Ponct. Conduc. Vehic.'
               to ligne(1:49)
           move 'General' to ligne(51:7)
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Ensemble' to ligne(1:8)
           if totNb > 0 then
               move totNb to nbEdite
               move nbEdite to ligne(20:5)
               move 26 to colNote
               perform varying idxNote from 1 by 1
                   until idxNote > 4
                   compute moyenneNote rounded =
                       totNote(idxNote) / totNb
                   perform mod-editerMoyenne
               end-perform
           end-if
           perform mod-ecrireLigne

           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Par circuit :' to ligne(1:13)
           perform mod-ecrireLigne
           perform varying idxTab from 1 by 1
               until idxTab > nbCircuits
               move ligneVide to ligne
               move 'Circuit' to ligne(3:7)
               move tabCircNum(idxTab) to ligne(11:4)
               move tabCircNb(idxTab) to nbEdite
               move nbEdite to ligne(20:5)
               move 26 to colNote
               perform varying idxNote from 1 by 1
                   until idxNote > 4
                   compute moyenneNote rounded =
                       tabCircNote(idxTab idxNote) / tabCircNb(idxTab)
                   perform mod-editerMoyenne
               end-perform
               perform mod-ecrireLigne
           end-perform

           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Par conducteur :' to ligne(1:16)
           perform mod-ecrireLigne
           perform varying idxTab from 1 by 1
               until idxTab > nbChaufs
               move ligneVide to ligne
               move 'Conducteur' to ligne(3:10)
               move tabChaufNum(idxTab) to ligne(14:4)
               move tabChaufNb(idxTab) to nbEdite
               move nbEdite to ligne(20:5)
               move 26 to colNote
               perform varying idxNote from 1 by 1
                   until idxNote > 4
                   compute moyenneNote rounded =
                       tabChaufNote(idxTab idxNote)
                       / tabChaufNb(idxTab)
                   perform mod-editerMoyenne
               end-perform
               perform mod-ecrireLigne
           end-perform

           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Par client :' to ligne(1:12)
           perform mod-ecrireLigne
           perform varying idxTab from 1 by 1
               until idxTab > nbClients
               move ligneVide to ligne
               move 'Client' to ligne(3:6)
               move tabCliNum(idxTab) to ligne(11:4)
               move tabCliNb(idxTab) to nbEdite
               move nbEdite to ligne(20:5)
               move 26 to colNote
               perform varying idxNote from 1 by 1
                   until idxNote > 4
                   compute moyenneNote rounded =
                       tabCliNote(idxTab idxNote) / tabCliNb(idxTab)
                   perform mod-editerMoyenne
               end-perform
               perform mod-ecrireLigne
           end-perform
       .

       mod-editerMoyenne.
           move moyenneNote to moyenneEditee
           move moyenneEditee to ligne(colNote + 2:3)
           add 8 to colNote
       .

       *> une mauvaise note : reclamations et retard au depart
       mod-mauvaiseNote.
           set mauvaiseNote to false
           if notePonctEq <= seuilNote or noteChaufEq <= seuilNote
           or noteProprEq <= seuilNote or noteGlobaleEq <= seuilNote
           then
               set mauvaiseNote to true
           end-if
           if not mauvaiseNote then
               exit paragraph
           end-if
           add 1 to nbMauvaises

           perform mod-chercherReclamations
           move ligneVide to ligne
           move numEnquete to ligne(1:6)
           move numAffectEq to ligne(9:6)
           move dateTrajetEq to ligne(16:8)
           move numCircuitEq to ligne(25:4)
           move numChaufEq to ligne(30:4)
           move notePonctEq to ligne(36:1)
           move noteChaufEq to ligne(38:1)
           move noteProprEq to ligne(40:1)
           move noteGlobaleEq to ligne(42:1)
           if nbReclamations = 0 then
               move 'aucune' to ligne(45:6)
           else
               move nbReclamations to ligne(45:3)
               move 'dont' to ligne(49:4)
               move premiereRecl to ligne(54:4)
           end-if
           perform mod-retardDepart
           perform mod-ecrireLigne
           if commentaireEq not = spaces then
               move ligneVide to ligne
               move commentaireEq to ligne(9:60)
               perform mod-ecrireLigne
           end-if
       .

       *> reclamations du trajet, ou du circuit recues dans les sept
       *> jours qui suivent le trajet sans affectation precisee
       mod-chercherReclamations.
           move 0 to nbReclamations premiereRecl
           if not reclamationOuverte or numCircuitEq = 0 then
               exit paragraph
           end-if
           compute dateLimiteRecl = function date-of-integer(
               function integer-of-date(dateTrajetEq) + 7)
           move numCircuitEq to numCircuitRec
           set finRecl to false
           start f-reclamation key is equal numCircuitRec
               invalid key set finRecl to true
           end-start
           perform until finRecl
               read f-reclamation next
                   at end
                       set finRecl to true
                   not at end
                       if numCircuitRec not = numCircuitEq then
                           set finRecl to true
                       else
                           if numAffectRec = numAffectEq
                           or (numAffectRec = 0
                           and dateRecueRec >= dateTrajetEq
                           and dateRecueRec <= dateLimiteRecl) then
                               add 1 to nbReclamations
                               if premiereRecl = 0 then
                                   move numReclamation
                                       to premiereRecl
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       *> retard au depart constate, en minutes
       mod-retardDepart.
           if not horaireOuvert or not affectOuverte then
               move 'non releve' to ligne(62:10)
               exit paragraph
           end-if
           move numAffectEq to numAffectH
           read f-horaire
               invalid key
                   move 'non releve' to ligne(62:10)
                   exit paragraph
           end-read
           move numAffectEq to Numaffect
           read f-affectation
               invalid key
                   move 'non releve' to ligne(62:10)
                   exit paragraph
           end-read
           if heureDebA = 0 or heureDepReelle = 0 then
               move 'non releve' to ligne(62:10)
               exit paragraph
           end-if
           compute minutesPrevu =
               function integer(heureDebA / 100) * 60
               + function mod(heureDebA, 100)
           compute minutesReel =
               function integer(heureDepReelle / 100) * 60
               + function mod(heureDepReelle, 100)
           compute retardMin = minutesReel - minutesPrevu
           move retardMin to retardEdite
           move retardEdite to ligne(62:4)
           move 'min' to ligne(67:3)
       .

       mod-ecrireLigne.
           write rapport
           add 1 to nbLignes
       .

       end program rapportEnquetes.
