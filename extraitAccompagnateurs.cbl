       program-id. extraitAccompagnateurs.

       *> extrait mensuel des journees d'accompagnement, pour la paie
       *> des accompagnateurs et guides (vacataires payes a la
       *> journee) : par accompagnateur, jours civils du mois couverts
       *> par au moins un trajet non annule auquel il est attache
       *> (AffectAccomp.dat) et nombre de trajets. Plusieurs trajets
       *> le meme jour ne comptent qu'une journee, comme dans
       *> extraitPaie. Fichier accompagnateurs-AAAAMM.dat.

       file-control.
           select f-accomp assign 'Accompagnateur.dat'
           organization indexed access dynamic
           record key numAccomp
           file status is statusAccomp.

           select f-affAccomp assign 'AffectAccomp.dat'
           organization indexed access dynamic
           record key cleAffAccomp
           alternate record key numAccompAA duplicates
           file status is statusAffAccomp.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-extrait assign nomExtrait organization line
           sequential.

       file section.
       fd f-accomp.
       1 Accompagnateur.
           2 numAccomp pic 9(4).
           2 nomAc pic x(30).
           2 prenomAc pic x(30).
           2 telephoneAc pic x(15).
           2 languesAc pic x(20).
           2 depotAc pic 9(2).
           2 statutAc pic x(01).
               88 accompInactif value 'I'.

       fd f-affAccomp.
       1 AffectAccomp.
           2 cleAffAccomp.
               3 numAffectAA pic 9(6).
               3 numAccompAA pic 9(4).

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

       fd f-extrait.
       1 ligneExtrait.
           2 numeroExtrait pic 9(4).
           2 nomExtrait-z pic x(30).
           2 prenomExtrait pic x(30).
           2 joursExtrait pic 9(3).
           2 trajetsExtrait pic 9(4).

       working-storage section.
       1 statusAccomp pic xx.
       1 statusAffAccomp pic xx.
       1 statusAffect pic xx.
       1 suivant pic x.
       1 moisSaisi pic 9(6) value 0.
       1 nomExtrait pic x(30).

       1 anneeExtrait pic 9(4).
       1 moisDebut pic 9(8).
       1 moisFin pic 9(8).
       1 moisSuivant pic 9(6).

       1 dateDebEffective pic 9(8).
       1 dateFinEffective pic 9(8).

       *> jours civils du mois marques pour l'accompagnateur courant
       1 joursMois pic x(31).
       1 idxJourFlag pic 9(3).
       1 intMoisDebut pic 9(8).
       1 intJourCourant pic 9(8).
       1 intJourFin pic 9(8).

       1 joursAccomp pic 9(3).
       1 nbTrajets pic 9(4).
       1 nbAccomp pic 9(4) value 0.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 liensPresents value 'o' false 'n'.

       linkage section.
       1 moisImpose-parm pic 9(6).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-saisie.
           2 line 4 col 4 'Extrait mensuel des accompagnateurs'.
           2 line 6 col 10 'Mois '&x'85'&' extraire (AAAAMM) : '.
           2 s-mois pic 9(6) to moisSaisi required.

       1 a-plg-res.
           2 line 18 col 10 'Extrait produit : '.
           2 a-nbAccomp pic z(4) from nbAccomp.
           2 ' accompagnateur(s) dans '.
           2 a-nomExtrait pic x(30) from nomExtrait.

       1 a-plg-vide.
           2 line 18 col 10 'Aucun accompagnateur enregistr'&x'82'.

       procedure division using moisImpose-parm.
           if moisImpose-parm not = 0 then
               move moisImpose-parm to moisSaisi
           else
               display a-effacer
               display s-plg-saisie
               accept s-mois
           end-if

           *> bornes du mois demande, comme extraitPaie
           compute moisDebut = moisSaisi * 100 + 1
           move moisSaisi(1:4) to anneeExtrait
           if moisSaisi(5:2) = '12' then
               compute moisSuivant = (anneeExtrait + 1) * 100 + 1
           else
               compute moisSuivant = moisSaisi + 1
           end-if
           compute moisFin = function date-of-integer(
               function integer-of-date(moisSuivant * 100 + 1) - 1)
           compute intMoisDebut =
               function integer-of-date(moisDebut)

           display a-effacer
           open input f-accomp
           if statusAccomp not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-affAccomp
           if statusAffAccomp = '00' then
               set liensPresents to true
               open input f-affectation
           end-if

           move spaces to nomExtrait
           string 'accompagnateurs-' moisSaisi '.dat'
               delimited size into nomExtrait
           open output f-extrait

           set fin-lire to false
           read f-accomp next end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   perform mod-cumulerAccomp
                   if nbTrajets > 0 then
                       perform mod-ecrireLigne
                   end-if
               end-if
               read f-accomp next end set fin-lire to true end-read
           end-perform

           close f-extrait
           if liensPresents then
               close f-affectation
               close f-affAccomp
           end-if
           close f-accomp

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       *> trajets de l'accompagnateur courant par l'index alternatif
       *> numAccompAA, lignes annulees exclues, periodes bornees au
       *> mois; un trajet encore ouvert court jusqu'a la fin du mois
       mod-cumulerAccomp.
           move 0 to joursAccomp
           move 0 to nbTrajets
           move all 'n' to joursMois
           if not liensPresents then
               exit paragraph
           end-if

           move numAccomp to numAccompAA
           start f-affAccomp key is equal numAccompAA
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-affAccomp next
                   at end
                       set finVerif to true
                   not at end
                       if numAccompAA not = numAccomp then
                           set finVerif to true
                       else
                           perform mod-lireAffectation
                       end-if
               end-read
           end-perform

           perform varying idxJourFlag from 1 by 1
               until idxJourFlag > 31
               if joursMois(idxJourFlag:1) = 'o' then
                   add 1 to joursAccomp
               end-if
           end-perform
       .

       mod-lireAffectation.
           move numAffectAA to Numaffect
           read f-affectation
               invalid key
                   exit paragraph
           end-read
           if annulee or dateDebAffectA > moisFin
           or (dateFinAffectA not = 0 and dateFinAffectA < moisDebut)
           then
               exit paragraph
           end-if

           add 1 to nbTrajets
           move function max(dateDebAffectA moisDebut)
               to dateDebEffective
           if dateFinAffectA = 0 then
               move moisFin to dateFinEffective
           else
               move function min(dateFinAffectA moisFin)
                   to dateFinEffective
           end-if
           compute intJourCourant =
               function integer-of-date(dateDebEffective)
           compute intJourFin =
               function integer-of-date(dateFinEffective)
           perform until intJourCourant > intJourFin
               compute idxJourFlag = intJourCourant - intMoisDebut + 1
               if idxJourFlag >= 1 and idxJourFlag <= 31 then
                   move 'o' to joursMois(idxJourFlag:1)
               end-if
               add 1 to intJourCourant
           end-perform
       .

       mod-ecrireLigne.
           move numAccomp to numeroExtrait
           move nomAc to nomExtrait-z
           move prenomAc to prenomExtrait
           move joursAccomp to joursExtrait
           move nbTrajets to trajetsExtrait
           write ligneExtrait
           add 1 to nbAccomp
       .

       end program extraitAccompagnateurs.
