       program-id. rapprochementPeage.

       *> import et rapprochement du releve de telepeage : le fichier
       *> du fournisseur (peage.dat : badge, date, heure, gare,
       *> montant en centimes) est confronte aux badges poses sur les
       *> bus (BadgePeage.dat) puis aux affectations du bus a l'heure
       *> du passage. Chaque passage est garde dans PassagePeage.dat
       *> avec son issue :
       *>   I badge inconnu a la date du passage;
       *>   S bus sans affectation a ce moment-la;
       *>   D doublon d'une note de frais PEAGE du conducteur (meme
       *>     trajet, meme jour, meme montant), deja remboursee et
       *>     refacturee par les frais du trajet;
       *>   R a refacturer : trajet de client dont le tarif prevoit la
       *>     refacturation des peages (TarifPeage.dat), repris par
       *>     facturation comme les frais d'annulation;
       *>   C a la charge de l'entreprise.
       *> Un passage deja importe (meme badge, date et heure) est
       *> ignore, ce qui permet de repasser un releve sans doublon,
       *> sauf s'il etait reste en I ou S : il est alors rapproche a
       *> nouveau (badge ou affectation saisis depuis).
       *> Les exceptions sortent dans rapprochementPeage.txt.

       file-control.
           select f-releve assign 'peage.dat'
           organization line sequential
           file status is statusReleve.

           select f-badge assign 'BadgePeage.dat'
           organization indexed access dynamic
           record key cleBadge
           alternate record key numBusBadge duplicates
           file status is statusBadge.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-frais assign 'Frais.dat' organization
           indexed access dynamic
           record key numFrais
           alternate record key numAffectF duplicates
           file status is statusFrais.

           select f-tarifPeage assign 'TarifPeage.dat'
           organization indexed access dynamic
           record key numTarifP
           file status is statusTarifPeage.

           select f-passage assign 'PassagePeage.dat'
           organization indexed access dynamic
           record key clePassage
           alternate record key numAffectPP duplicates
           alternate record key numClientPP duplicates
           file status is statusPassage.

           select f-rapport assign 'rapprochementPeage.txt'
           organization line sequential.

       file section.
       fd f-releve.
       1 lignePeage.
           2 numBadgeReleve pic x(20).
           2 dateReleve pic 9(8).
           2 heureReleve pic 9(4).
           2 gareReleve pic x(20).
           2 montantReleve pic 9(6).

       fd f-badge.
       1 BadgePeage.
           2 cleBadge.
               3 numBadge pic x(20).
               3 dateDebBadge pic 9(8).
           2 numBusBadge pic 9(4).
           2 dateFinBadge pic 9(8).

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

       fd f-frais.
       1 Frais.
           2 numFrais pic 9(6).
           2 numAffectF pic 9(6).
           2 typeFrais pic x(10).
           2 dateFrais pic 9(8).
           2 montantFrais pic 9(6)v99.
           2 noteFrais pic x(30).
           2 statutFrais pic x(01).
               88 fraisSoumis value 'S'.
               88 fraisApprouve value 'V'.
               88 fraisRejete value 'R'.
           2 motifRejetFrais pic x(30).

       fd f-tarifPeage.
       1 TarifPeage.
           2 numTarifP pic 9(4).
           2 refactPeageP pic x(01).
               88 tarifRefactPeage value 'O'.

       fd f-passage.
       1 PassagePeage.
           2 clePassage.
               3 numBadgePP pic x(20).
               3 datePassagePP pic 9(8).
               3 heurePassagePP pic 9(4).
           2 garePP pic x(20).
           2 montantPP pic 9(6)v99.
           2 numBusPP pic 9(4).
           2 numAffectPP pic 9(6).
           2 numClientPP pic 9(4).
           2 numTarifPP pic 9(4).
           2 numFraisPP pic 9(6).
           2 statutPP pic x(01).
               88 passageBadgeInconnu value 'I'.
               88 passageSansAffect value 'S'.
               88 passageDoublon value 'D'.
               88 passageRefacturable value 'R'.
               88 passageInterne value 'C'.
           2 numFacturePP pic 9(6).
               88 passageNonFacture value 0.
           2 dateImportPP pic 9(8).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusReleve pic xx.
       1 statusBadge pic xx.
       1 statusAffect pic xx.
       1 statusFrais pic xx.
       1 statusTarifPeage pic xx.
       1 statusPassage pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 dateJour pic 9(8).

       1 nbLignes pic 9(5) value 0.
       1 nbDejaImportes pic 9(5) value 0.
       1 nbBadgeInconnu pic 9(5) value 0.
       1 nbSansAffect pic 9(5) value 0.
       1 nbDoublons pic 9(5) value 0.
       1 nbRefacturables pic 9(5) value 0.
       1 nbInternes pic 9(5) value 0.
       1 totalRefacturable pic 9(7)v99 value 0.
       1 totalInterne pic 9(7)v99 value 0.
       1 montantEdite pic z(6)9.99.

       *> bus porteur du badge a la date du passage
       1 busPassage pic 9(4).

       *> fenetre horaire de l'affectation, en minutes depuis minuit,
       *> elargie de toleranceMinutes pour les approches haut-le-pied
       1 toleranceMinutes pic 9(3) value 120.
       1 heureCalc pic 9(4).
       1 heureCalcDecoupee redefines heureCalc.
           2 heureCalcHH pic 99.
           2 heureCalcMM pic 99.
       1 minutesPassage pic s9(5).
       1 minutesDeb pic s9(5).
       1 minutesFin pic s9(5).

       *> affectation retenue : celle dont la fenetre contient le
       *> passage, sinon une affectation du jour sans horaire
       1 affectRetenue pic 9(6).
       1 affectSansHoraire pic 9(6).

       *> notes de frais deja rapprochees pendant ce passage, pour
       *> qu'une meme note n'absorbe pas deux passages
       1 nbFraisPris pic 9(3) value 0.
       1 idxFrais pic 9(3).
       1 tabFraisPris.
           2 tabNumFrais pic 9(6) occurs 500 times.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 badgeTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 dansFenetre value 'o' false 'n'.

       1 pic x value 'n'.
       88 fraisDejaPris value 'o' false 'n'.

       1 pic x value 'n'.
       88 passageRepris value 'o' false 'n'.

       1 pic x value 'n'.
       88 badgeOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 fraisOuverts value 'o' false 'n'.

       screen section.
       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Rapprochement du relev'&x'82'&' de '&
           't'&x'82'&'l'&x'82'&'p'&x'82'&'age'.

       1 a-plg-absent.
           2 line 8 col 10 'Fichier peage.dat absent'.

       1 a-plg-res.
           2 line 8 col 10 'Passages du relev'&x'82'&' : '.
           2 a-nbLignes pic z(5) from nbLignes.
           2 line 9 col 10 'D'&x'82'&'j'&x'85'&' import'&x'82'&'s : '.
           2 a-nbDeja pic z(5) from nbDejaImportes.
           2 line 10 col 10 'Badges inconnus : '.
           2 a-nbInconnu pic z(5) from nbBadgeInconnu.
           2 line 11 col 10 'Sans affectation : '.
           2 a-nbSansAffect pic z(5) from nbSansAffect.
           2 line 12 col 10 'Doublons de notes de frais : '.
           2 a-nbDoublons pic z(5) from nbDoublons.
           2 line 13 col 10 'A refacturer aux clients : '.
           2 a-nbRefact pic z(5) from nbRefacturables.
           2 line 14 col 10 'A la charge de l''entreprise : '.
           2 a-nbInternes pic z(5) from nbInternes.
           2 line 15 col 10 '(d'&x'82'&'tail dans '&
           'rapprochementPeage.txt)'.

       procedure division.
           move 0 to nbLignes
           move 0 to nbDejaImportes
           move 0 to nbBadgeInconnu
           move 0 to nbSansAffect
           move 0 to nbDoublons
           move 0 to nbRefacturables
           move 0 to nbInternes
           move 0 to totalRefacturable
           move 0 to totalInterne
           move 0 to nbFraisPris
           set fin-lire to false
           set badgeOuvert to false
           set affectOuverte to false
           set fraisOuverts to false

           display a-plg-titre

           open input f-releve
           if statusReleve not = '00' then
               display a-plg-absent
               display a-plg-next
               accept s-next
               goback
           end-if

           accept dateJour from date yyyymmdd
           open input f-badge
           if statusBadge = '00' then
               set badgeOuvert to true
           end-if
           open input f-affectation
           if statusAffect = '00' then
               set affectOuverte to true
           end-if
           open input f-frais
           if statusFrais = '00' then
               set fraisOuverts to true
           end-if
           open input f-tarifPeage
           open i-o f-passage
           if statusPassage = '35' then
               open output f-passage
               close f-passage
               open i-o f-passage
           end-if
           open output f-rapport

           move ligneVide to ligne
           move 'RAPPROCHEMENT DU RELEVE DE TELEPEAGE' to ligne(1:36)
           write rapport
           move ligneVide to ligne
           write rapport

           read f-releve end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   add 1 to nbLignes
                   perform mod-traiterPassage
               end-if
               read f-releve end set fin-lire to true end-read
           end-perform
           close f-releve

           perform mod-totaux

           if badgeOuvert then
               close f-badge
               set badgeOuvert to false
           end-if
           if affectOuverte then
               close f-affectation
               set affectOuverte to false
           end-if
           if fraisOuverts then
               close f-frais
               set fraisOuverts to false
           end-if
           close f-tarifPeage
           close f-passage
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-traiterPassage.
           move numBadgeReleve to numBadgePP
           move dateReleve to datePassagePP
           move heureReleve to heurePassagePP
           set passageRepris to false
           read f-passage
               invalid key
                   continue
               not invalid key
                   if passageBadgeInconnu or passageSansAffect then
                       set passageRepris to true
                   else
                       add 1 to nbDejaImportes
                       exit paragraph
                   end-if
           end-read

           move numBadgeReleve to numBadgePP
           move dateReleve to datePassagePP
           move heureReleve to heurePassagePP
           move gareReleve to garePP
           compute montantPP = montantReleve / 100
           move 0 to numBusPP numAffectPP numClientPP numTarifPP
               numFraisPP numFacturePP
           move dateJour to dateImportPP

           perform mod-chercherBadge
           if not badgeTrouve then
               move 'I' to statutPP
               add 1 to nbBadgeInconnu
               move ligneVide to ligne
               move 'BADGE INCONNU' to ligne(1:13)
               move numBadgeReleve to ligne(19:20)
               perform mod-lignePassage
               write rapport
               perform mod-ecrirePassage
               exit paragraph
           end-if
           move busPassage to numBusPP

           perform mod-chercherAffect
           if affectRetenue = 0 then
               move 'S' to statutPP
               add 1 to nbSansAffect
               move ligneVide to ligne
               move 'SANS AFFECTATION' to ligne(1:16)
               move 'bus' to ligne(19:3)
               move busPassage to ligne(23:4)
               perform mod-lignePassage
               write rapport
               perform mod-ecrirePassage
               exit paragraph
           end-if

           *> l'affectation retenue redevient l'enregistrement courant
           move affectRetenue to Numaffect
           read f-affectation
               invalid key
                   move 0 to numClientA numTarifA
           end-read
           move Numaffect to numAffectPP
           move numClientA to numClientPP
           move numTarifA to numTarifPP

           perform mod-chercherFrais
           if numFraisPP not = 0 then
               move 'D' to statutPP
               add 1 to nbDoublons
               move ligneVide to ligne
               move 'DOUBLON FRAIS' to ligne(1:13)
               move 'aff.' to ligne(19:4)
               move Numaffect to ligne(24:6)
               perform mod-lignePassage
               write rapport
               move ligneVide to ligne
               move 'note de frais' to ligne(19:13)
               move numFraisPP to ligne(33:6)
               move 'chauf.' to ligne(41:6)
               move numchaufA to ligne(48:4)
               write rapport
               perform mod-ecrirePassage
               exit paragraph
           end-if

           move 'C' to statutPP
           if numClientA not = 0 and numTarifA not = 0 then
               move numTarifA to numTarifP
               read f-tarifPeage
                   not invalid key
                       if tarifRefactPeage then
                           move 'R' to statutPP
                       end-if
               end-read
           end-if
           if passageRefacturable then
               add 1 to nbRefacturables
               add montantPP to totalRefacturable
           else
               add 1 to nbInternes
               add montantPP to totalInterne
           end-if
           perform mod-ecrirePassage
       .

       *> date, heure, gare et montant du passage en fin de ligne
       mod-lignePassage.
           move dateReleve to ligne(40:8)
           move heureReleve to ligne(49:4)
           move gareReleve(1:14) to ligne(54:14)
           move montantPP to montantEdite
           move montantEdite to ligne(69:10)
       .

       mod-ecrirePassage.
           if passageRepris then
               rewrite PassagePeage
                   invalid key
                       continue
               end-rewrite
           else
               write PassagePeage
                   invalid key
                       continue
               end-write
           end-if
       .

       *> pose du badge couvrant la date du passage
       mod-chercherBadge.
           set badgeTrouve to false
           move 0 to busPassage
           if not badgeOuvert then
               exit paragraph
           end-if
           move numBadgeReleve to numBadge
           move 0 to dateDebBadge
           set finVerif to false
           start f-badge key is not less cleBadge
               invalid key set finVerif to true
           end-start
           perform until finVerif
               read f-badge next
                   at end
                       set finVerif to true
                   not at end
                       if numBadge not = numBadgeReleve
                       or dateDebBadge > dateReleve then
                           set finVerif to true
                       else
                           if dateFinBadge = 0
                           or dateFinBadge >= dateReleve then
                               set badgeTrouve to true
                               move numBusBadge to busPassage
                           end-if
                       end-if
               end-read
           end-perform
       .

       *> affectation non annulee du bus couvrant la date et l'heure
       *> du passage
       mod-chercherAffect.
           move 0 to affectRetenue affectSansHoraire
           if not affectOuverte then
               exit paragraph
           end-if
           move heureReleve to heureCalc
           compute minutesPassage = heureCalcHH * 60 + heureCalcMM
           move busPassage to numbusA
           set finVerif to false
           start f-affectation key is equal NumbusA
               invalid key set finVerif to true
           end-start
           perform until finVerif
               read f-affectation next
                   at end
                       set finVerif to true
                   not at end
                       if numbusA not = busPassage then
                           set finVerif to true
                       else
                           if not annulee
                           and dateDebAffectA <= dateReleve
                           and (dateFinAffectA = 0
                           or dateFinAffectA >= dateReleve) then
                               perform mod-verifFenetre
                           end-if
                       end-if
               end-read
           end-perform
           if affectRetenue = 0 then
               move affectSansHoraire to affectRetenue
           end-if
       .

       *> sans horaire, l'affectation ne sert qu'a defaut; un jour
       *> intermediaire d'une affectation sur plusieurs jours est
       *> couvert en entier, le premier jour a partir de l'heure de
       *> debut, le dernier jusqu'a l'heure de fin
       mod-verifFenetre.
           if heureDebA = 0 and heureFinA = 0 then
               if affectSansHoraire = 0 then
                   move Numaffect to affectSansHoraire
               end-if
               exit paragraph
           end-if
           set dansFenetre to true
           if dateDebAffectA = dateReleve then
               move heureDebA to heureCalc
               compute minutesDeb = heureCalcHH * 60 + heureCalcMM
                   - toleranceMinutes
               if minutesPassage < minutesDeb then
                   set dansFenetre to false
               end-if
           end-if
           if dateFinAffectA = dateReleve
           or (dateFinAffectA = 0 and dateDebAffectA = dateReleve)
           then
               move heureFinA to heureCalc
               compute minutesFin = heureCalcHH * 60 + heureCalcMM
                   + toleranceMinutes
               if minutesPassage > minutesFin then
                   set dansFenetre to false
               end-if
           end-if
           if dansFenetre and affectRetenue = 0 then
               move Numaffect to affectRetenue
           end-if
       .

       *> note de frais PEAGE non rejetee du trajet, du jour du
       *> passage et du meme montant, pas deja rapprochee
       mod-chercherFrais.
           move 0 to numFraisPP
           if not fraisOuverts then
               exit paragraph
           end-if
           move Numaffect to numAffectF
           set finVerif to false
           start f-frais key is equal numAffectF
               invalid key set finVerif to true
           end-start
           perform until finVerif
               read f-frais next
                   at end
                       set finVerif to true
                   not at end
                       if numAffectF not = Numaffect then
                           set finVerif to true
                       else
                           if typeFrais = 'PEAGE'
                           and not fraisRejete
                           and dateFrais = dateReleve
                           and montantFrais = montantPP then
                               perform mod-verifFraisPris
                               if not fraisDejaPris then
                                   move numFrais to numFraisPP
                                   if nbFraisPris < 500 then
                                       add 1 to nbFraisPris
                                       move numFrais to
                                           tabNumFrais(nbFraisPris)
                                   end-if
                                   set finVerif to true
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-verifFraisPris.
           set fraisDejaPris to false
           perform varying idxFrais from 1 by 1
               until idxFrais > nbFraisPris
               if tabNumFrais(idxFrais) = numFrais then
                   set fraisDejaPris to true
                   move nbFraisPris to idxFrais
               end-if
           end-perform
       .

       mod-totaux.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Passages lus' to ligne(1:12)
           move nbLignes to ligne(40:5)
           write rapport
           move ligneVide to ligne
           move 'Deja importes (ignores)' to ligne(1:23)
           move nbDejaImportes to ligne(40:5)
           write rapport
           move ligneVide to ligne
           move 'Badges inconnus' to ligne(1:15)
           move nbBadgeInconnu to ligne(40:5)
           write rapport
           move ligneVide to ligne
           move 'Sans affectation' to ligne(1:16)
           move nbSansAffect to ligne(40:5)
           write rapport
           move ligneVide to ligne
           move 'Doublons de notes de frais' to ligne(1:26)
           move nbDoublons to ligne(40:5)
           write rapport
           move ligneVide to ligne
           move 'A refacturer aux clients' to ligne(1:24)
           move nbRefacturables to ligne(40:5)
           move totalRefacturable to montantEdite
           move montantEdite to ligne(47:10)
           write rapport
           move ligneVide to ligne
           move 'A la charge de l''entreprise' to ligne(1:27)
           move nbInternes to ligne(40:5)
           move totalInterne to montantEdite
           move montantEdite to ligne(47:10)
           write rapport
       .

       end program rapprochementPeage.
