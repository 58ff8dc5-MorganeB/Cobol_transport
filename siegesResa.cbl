       program-id. siegesResa.

       *> numeros de sieges des reservations (SiegeResa.dat, une
       *> ligne par siege occupe sur une affectation). Le plan du bus
       *> vient de son modele (PlanSieges.dat); sans plan, le bus a
       *> nbplaces sieges numerotes a la suite, 4 par rangee.
       *> Modes d'appel :
       *>   'C' choix au guichet : plan des sieges libres affiche,
       *>       saisie des numeros (0 = attribution automatique);
       *>   'A' attribution automatique : premier bloc de sieges
       *>       contigus libres, sinon les premiers sieges libres;
       *>   'L' liberation des sieges de la reservation;
       *>   'V' liste des sieges de la reservation.
       *> Les sieges retenus sont rendus dans listeSieges-parm.

       file-control.
           select f-siege assign 'SiegeResa.dat'
           organization indexed access dynamic
           record key cleSiege
           alternate record key numResaS duplicates
           file status is statusSiege.

           select f-plan assign 'PlanSieges.dat'
           organization indexed access dynamic
           record key modelePlan
           file status is statusPlan.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusAffect.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

       file section.
       fd f-siege.
       1 SiegeResa.
           2 cleSiege.
               3 numAffectS pic 9(6).
               3 numSiegeS pic 9(3).
           2 numResaS pic 9(6).

       fd f-plan.
       1 PlanSieges.
           2 modelePlan pic x(20).
           2 nbSiegesPlan pic 9(3).
           2 siegesParRangee pic 9(1).
           2 nbRangeesAvant pic 9(2).

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

       working-storage section.
       1 statusSiege pic xx.
       1 statusPlan pic xx.
       1 statusAffect pic xx.
       1 statusBus pic xx.
       1 suivant pic x.

       *> plan retenu et occupation de l'affectation
       1 nbSieges pic 9(3) value 0.
       1 parRangee pic 9(1) value 4.
       1 rangeesAvant pic 9(2) value 0.
       1 siegesAvant pic 9(3) value 0.
       1 tabOccupation.
           2 siegeOccupe pic x(01) occurs 150 times.
       1 idxSiege pic 9(3).
       1 idxBloc pic 9(3).
       1 nbRetenus pic 9(3).
       1 tabRetenus.
           2 siegeRetenu pic 9(3) occurs 10 times.
       1 posListe pic 9(2).
       1 numEdite pic zz9.

       *> plan affiche au guichet : 10 sieges par ligne, libre = son
       *> numero, occupe = '..', avant = '*'
       1 ligneEcran pic 9(2).
       1 colEcran pic 9(2).
       1 caseSiege pic x(04).
       1 siegeSaisi pic 9(3).
       1 nbSaisis pic 9(3).

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 blocTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 blocLibre value 'o' false 'n'.

       linkage section.
       1 modeSieges-parm pic x(01).
       1 numAffect-parm pic 9(6).
       1 numResa-parm pic 9(6).
       1 nbPlaces-parm pic 9(3).
       1 listeSieges-parm pic x(40).

       screen section.
       1 a-plg-titrePlan.
           2 blank screen.
           2 line 2 col 4 'Plan des si'&x'8a'&'ges - affectation '.
           2 a-affect pic 9(6) from numAffect-parm.
           2 line 3 col 4 '(.. = occup'&x'82'&', * = avant du car)'.

       1 a-plg-case.
           2 line ligneEcran col colEcran pic x(04) from caseSiege.

       1 s-plg-siege.
           2 line 18 col 4 'Si'&x'8a'&'ge n'&x'f8'&' '.
           2 a-rang pic zz9 from nbSaisis.
           2 ' (0 = automatique) : '.
           2 s-siege pic 9(3) to siegeSaisi.

       1 a-plg-siegePris.
           2 line 19 col 4 'Si'&x'8a'&'ge inconnu ou d'&x'82'&'j'&
           x'85'&' pris'.

       1 a-plg-retenus.
           2 line 20 col 4 'Si'&x'8a'&'ges attribu'&x'82'&'s : '.
           2 a-liste pic x(40) from listeSieges-parm.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       procedure division using modeSieges-parm numAffect-parm
           numResa-parm nbPlaces-parm listeSieges-parm.
           move spaces to listeSieges-parm
           open i-o f-siege
           if statusSiege = '35' then
               open output f-siege
               close f-siege
               open i-o f-siege
           end-if
           if statusSiege not = '00' then
               goback
           end-if

           evaluate modeSieges-parm
               when 'L'
                   perform mod-liberer
               when 'V'
                   perform mod-lister
               when 'A'
                   perform mod-chargerPlan
                   perform mod-chargerOccupation
                   perform mod-attribuerAuto
                   perform mod-enregistrer
               when 'C'
                   perform mod-chargerPlan
                   perform mod-chargerOccupation
                   perform mod-choisir
                   perform mod-enregistrer
                   display a-plg-retenus
                   display a-plg-next
                   accept s-next
           end-evaluate
           close f-siege
           goback.

       *> plan du modele du bus de l'affectation, borne a nbplaces
       mod-chargerPlan.
           move 0 to nbSieges
           move 4 to parRangee
           move 0 to rangeesAvant
           open input f-affectation
           if statusAffect = '00' then
               move numAffect-parm to Numaffect
               read f-affectation
                   invalid key
                       move 0 to numbusA
               end-read
               close f-affectation
               open input f-bus
               if statusBus = '00' then
                   move numbusA to numero
                   read f-bus
                       invalid key
                           move 0 to nbplaces
                           move spaces to modele
                   end-read
                   close f-bus
                   move nbplaces to nbSieges
                   open input f-plan
                   if statusPlan = '00' then
                       move modele to modelePlan
                       read f-plan
                           not invalid key
                               if nbSiegesPlan < nbSieges then
                                   move nbSiegesPlan to nbSieges
                               end-if
                               if siegesParRangee > 0 then
                                   move siegesParRangee to parRangee
                               end-if
                               move nbRangeesAvant to rangeesAvant
                       end-read
                       close f-plan
                   end-if
               end-if
           end-if
           if nbSieges > 150 then
               move 150 to nbSieges
           end-if
           compute siegesAvant = rangeesAvant * parRangee
       .

       mod-chargerOccupation.
           perform varying idxSiege from 1 by 1 until idxSiege > 150
               move 'n' to siegeOccupe(idxSiege)
           end-perform
           move numAffect-parm to numAffectS
           move 0 to numSiegeS
           start f-siege key is not less cleSiege
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-siege next
                   at end
                       set finVerif to true
                   not at end
                       if numAffectS not = numAffect-parm then
                           set finVerif to true
                       else
                           if numSiegeS > 0 and numSiegeS <= 150 then
                               move 'o' to siegeOccupe(numSiegeS)
                           end-if
                       end-if
               end-read
           end-perform
       .

       *> premier bloc contigu de sieges libres, a defaut les
       *> premiers sieges libres un par un
       mod-attribuerAuto.
           move 0 to nbRetenus
           set blocTrouve to false
           if nbPlaces-parm > 0 and nbPlaces-parm <= 10
           and nbPlaces-parm <= nbSieges then
               perform varying idxSiege from 1 by 1
                   until idxSiege > nbSieges - nbPlaces-parm + 1
                   or blocTrouve
                   set blocLibre to true
                   perform varying idxBloc from idxSiege by 1
                       until idxBloc > idxSiege + nbPlaces-parm - 1
                       if siegeOccupe(idxBloc) = 'o' then
                           set blocLibre to false
                       end-if
                   end-perform
                   if blocLibre then
                       set blocTrouve to true
                       perform varying idxBloc from idxSiege by 1
                           until idxBloc > idxSiege + nbPlaces-parm
                           - 1
                           perform mod-retenir
                       end-perform
                   end-if
               end-perform
           end-if
           if not blocTrouve then
               perform mod-completerAuto
           end-if
       .

       mod-completerAuto.
           perform varying idxBloc from 1 by 1
               until idxBloc > nbSieges
               or nbRetenus >= nbPlaces-parm or nbRetenus >= 10
               if siegeOccupe(idxBloc) not = 'o' then
                   perform mod-retenir
               end-if
           end-perform
       .

       mod-retenir.
           if nbRetenus < 10 then
               add 1 to nbRetenus
               move idxBloc to siegeRetenu(nbRetenus)
               move 'o' to siegeOccupe(idxBloc)
           end-if
       .

       *> choix au guichet, siege par siege; 0 laisse le reste a
       *> l'attribution automatique
       mod-choisir.
           move 0 to nbRetenus
           perform mod-afficherPlan
           move 1 to nbSaisis
           perform until nbSaisis > nbPlaces-parm or nbSaisis > 10
               display s-plg-siege
               accept s-siege
               if siegeSaisi = 0 then
                   perform mod-completerAuto
                   compute nbSaisis = nbPlaces-parm + 1
               else
                   if siegeSaisi > nbSieges
                   or siegeOccupe(siegeSaisi) = 'o' then
                       display a-plg-siegePris
                   else
                       move siegeSaisi to idxBloc
                       perform mod-retenir
                       add 1 to nbSaisis
                   end-if
               end-if
           end-perform
       .

       mod-afficherPlan.
           display a-plg-titrePlan
           perform varying idxSiege from 1 by 1
               until idxSiege > nbSieges
               compute ligneEcran = 5 + (idxSiege - 1) / 10
               compute colEcran = 4 + function mod(idxSiege - 1, 10)
                   * 6
               move spaces to caseSiege
               if siegeOccupe(idxSiege) = 'o' then
                   move ' ..' to caseSiege
               else
                   move idxSiege to numEdite
                   move numEdite to caseSiege(1:3)
                   if idxSiege <= siegesAvant then
                       move '*' to caseSiege(4:1)
                   end-if
               end-if
               display a-plg-case
           end-perform
       .

       mod-enregistrer.
           move 1 to posListe
           perform varying idxBloc from 1 by 1
               until idxBloc > nbRetenus
               move numAffect-parm to numAffectS
               move siegeRetenu(idxBloc) to numSiegeS
               move numResa-parm to numResaS
               write SiegeResa
                   not invalid key
                       perform mod-ajouterListe
               end-write
           end-perform
       .

       mod-ajouterListe.
           if posListe <= 37 then
               move numSiegeS to numEdite
               move numEdite to listeSieges-parm(posListe:3)
               add 4 to posListe
           end-if
       .

       mod-liberer.
           move numResa-parm to numResaS
           start f-siege key is equal numResaS
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-siege next
                   at end
                       set finVerif to true
                   not at end
                       if numResaS not = numResa-parm then
                           set finVerif to true
                       else
                           delete f-siege record end-delete
                       end-if
               end-read
           end-perform
       .

       mod-lister.
           move 1 to posListe
           move numResa-parm to numResaS
           start f-siege key is equal numResaS
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-siege next
                   at end
                       set finVerif to true
                   not at end
                       if numResaS not = numResa-parm then
                           set finVerif to true
                       else
                           perform mod-ajouterListe
                       end-if
               end-read
           end-perform
       .

       end program siegesResa.
