       program-id. detenteurMateriel.

       *> chauffeur qui detenait un materiel remis (MaterielRemis.dat,
       *> type + numero de serie) a une date donnee : remise au plus
       *> tard ce jour-la, pas encore restitue ou restitue ce jour-la
       *> ou apres. Renvoie 0 si personne ne le detenait. Appele par
       *> gestMateriel et par rapprochementCarte (cartes carburant).

       file-control.
           select f-materiel assign 'MaterielRemis.dat'
           organization indexed access dynamic
           record key numMateriel
           alternate record key numSerieM duplicates
           alternate record key numChaufM duplicates
           file status is statusMateriel.

       file section.
       fd f-materiel.
       1 MaterielRemis.
           2 numMateriel pic 9(4).
           2 typeMateriel pic x(10).
           2 numSerieM pic x(20).
           2 numChaufM pic 9(4).
           2 dateRemiseM pic 9(8).
           2 dateRetourM pic 9(8).
           2 etatM pic x(01).

       working-storage section.
       1 statusMateriel pic xx.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       linkage section.
       1 typeMateriel-parm pic x(10).
       1 numSerie-parm pic x(20).
       1 date-parm pic 9(8).
       1 numChauf-parm pic 9(4).

       procedure division using typeMateriel-parm numSerie-parm
           date-parm numChauf-parm.
           move 0 to numChauf-parm
           if numSerie-parm = spaces then
               goback
           end-if
           open input f-materiel
           if statusMateriel not = '00' then
               goback
           end-if

           move numSerie-parm to numSerieM
           start f-materiel key is equal numSerieM
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-materiel next
                   at end
                       set finVerif to true
                   not at end
                       if numSerieM not = numSerie-parm then
                           set finVerif to true
                       else
                           if typeMateriel = typeMateriel-parm
                           and dateRemiseM <= date-parm
                           and (dateRetourM = 0
                           or dateRetourM >= date-parm) then
                               move numChaufM to numChauf-parm
                               set finVerif to true
                           end-if
                       end-if
               end-read
           end-perform
           close f-materiel
           goback.

       end program detenteurMateriel.
