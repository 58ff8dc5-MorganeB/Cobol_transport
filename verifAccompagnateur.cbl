       program-id. verifAccompagnateur.

       *> controles d'un accompagnateur ou guide avant de l'attacher
       *> a une affectation, calques sur ceux du chauffeur dans
       *> ajoutAffect : il doit exister et etre actif
       *> (Accompagnateur.dat), ne pas etre indisponible sur la
       *> periode (IndispoAccomp.dat) ni deja attache a une autre
       *> affectation non annulee dont les dates et les plages
       *> horaires recouvrent celles du trajet (AffectAccomp.dat).
       *> Une date de fin a 0 laisse la periode ouverte, une plage
       *> 0000-0000 vaut journee entiere.
       *> retour-parm : blanc si l'accompagnateur convient, 'I'
       *> inconnu ou inactif, 'D' indisponible, 'O' deja occupe.

       file-control.
           select f-accomp assign 'Accompagnateur.dat'
           organization indexed access dynamic
           record key numAccomp
           file status is statusAccomp.

           select f-indispoAc assign 'IndispoAccomp.dat'
           organization indexed access dynamic
           record key numIndispoAc
           alternate record key numAccompIA duplicates
           file status is statusIndispoAc.

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

       fd f-indispoAc.
       1 IndispoAccomp.
           2 numIndispoAc pic 9(4).
           2 numAccompIA pic 9(4).
           2 dateDebIndispoAc pic 9(8).
           2 dateFinIndispoAc pic 9(8).
           2 motifIndispoAc pic x(30).

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

       working-storage section.
       1 statusAccomp pic xx.
       1 statusIndispoAc pic xx.
       1 statusAffAccomp pic xx.
       1 statusAffect pic xx.

       1 heureDebAutre pic 9(4).
       1 heureFinAutre pic 9(4).

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 heuresChevauchent value 'o' false 'n'.

       linkage section.
       1 numAccomp-parm pic 9(4).
       1 numAffect-parm pic 9(6).
       1 dateDeb-parm pic 9(8).
       1 dateFin-parm pic 9(8).
       1 heureDeb-parm pic 9(4).
       1 heureFin-parm pic 9(4).
       1 retour-parm pic x(01).

       procedure division using numAccomp-parm numAffect-parm
           dateDeb-parm dateFin-parm heureDeb-parm heureFin-parm
           retour-parm.
           move space to retour-parm

           perform mod-verifExistence
           if retour-parm = space then
               perform mod-verifIndispo
           end-if
           if retour-parm = space then
               perform mod-verifOccupe
           end-if
           goback.

       mod-verifExistence.
           move 'I' to retour-parm
           open input f-accomp
           if statusAccomp = '00' then
               move numAccomp-parm to numAccomp
               read f-accomp
                   not invalid key
                       if not accompInactif then
                           move space to retour-parm
                       end-if
               end-read
               close f-accomp
           end-if
       .

       mod-verifIndispo.
           open input f-indispoAc
           if statusIndispoAc not = '00' then
               exit paragraph
           end-if
           move numAccomp-parm to numAccompIA
           start f-indispoAc key is equal numAccompIA
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-indispoAc next
                   at end
                       set finVerif to true
                   not at end
                       if numAccompIA not = numAccomp-parm then
                           set finVerif to true
                       else
                           if (dateFinIndispoAc = 0 or
                           dateDeb-parm <= dateFinIndispoAc)
                           and (dateFin-parm = 0 or
                           dateFin-parm >= dateDebIndispoAc) then
                               move 'D' to retour-parm
                               set finVerif to true
                           end-if
                       end-if
               end-read
           end-perform
           close f-indispoAc
       .

       *> autres affectations auxquelles l'accompagnateur est deja
       *> attache (index alternatif numAccompAA)
       mod-verifOccupe.
           open input f-affAccomp
           if statusAffAccomp not = '00' then
               exit paragraph
           end-if
           open input f-affectation
           move numAccomp-parm to numAccompAA
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
                       if numAccompAA not = numAccomp-parm then
                           set finVerif to true
                       else
                           if numAffectAA not = numAffect-parm then
                               perform mod-verifAffectation
                           end-if
                       end-if
               end-read
           end-perform
           close f-affectation
           close f-affAccomp
       .

       mod-verifAffectation.
           move numAffectAA to Numaffect
           read f-affectation
               invalid key
                   exit paragraph
           end-read
           if not annulee
           and (dateFinAffectA = 0 or
           dateDeb-parm <= dateFinAffectA)
           and (dateFin-parm = 0 or
           dateFin-parm >= dateDebAffectA) then
               perform mod-verifHeures
               if heuresChevauchent then
                   move 'O' to retour-parm
                   set finVerif to true
               end-if
           end-if
       .

       *> meme regle que ajoutAffect : les dates se recouvrent, il y
       *> a conflit si les plages horaires quotidiennes se
       *> recouvrent aussi
       mod-verifHeures.
           if heureDebA = 0 and heureFinA = 0 then
               move 0 to heureDebAutre
               move 2359 to heureFinAutre
           else
               move heureDebA to heureDebAutre
               move heureFinA to heureFinAutre
           end-if
           if heureDeb-parm = 0 and heureFin-parm = 0 then
               set heuresChevauchent to true
           else
               if heureDeb-parm <= heureFinAutre
               and heureDebAutre <= heureFin-parm then
                   set heuresChevauchent to true
               else
                   set heuresChevauchent to false
               end-if
           end-if
       .

       end program verifAccompagnateur.
