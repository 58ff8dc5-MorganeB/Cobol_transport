       program-id. compterMateriel.

       *> nombre de materiels remis a un chauffeur et non encore
       *> restitues (MaterielRemis.dat, date de retour a 0) : cles
       *> de depot, cartes carburant, pupitres, tenues, telephones.
       *> Appele avant d'enregistrer un depart (modifChauffeur).

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
       1 numChauf-parm pic 9(4).
       1 nbNonRendus-parm pic 9(3).

       procedure division using numChauf-parm nbNonRendus-parm.
           move 0 to nbNonRendus-parm
           open input f-materiel
           if statusMateriel not = '00' then
               goback
           end-if

           move numChauf-parm to numChaufM
           start f-materiel key is equal numChaufM
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
                       if numChaufM not = numChauf-parm then
                           set finVerif to true
                       else
                           if dateRetourM = 0 then
                               add 1 to nbNonRendus-parm
                           end-if
                       end-if
               end-read
           end-perform
           close f-materiel
           goback.

       end program compterMateriel.
