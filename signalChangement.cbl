       program-id. signalChangement.

       *> signale un changement d'affectation a annoncer aux
       *> passagers reserves (extraitPassagers) : une ligne par
       *> affectation dans ChangementTrajet.dat, type
       *>   'A' annulation, 'B' bus remplace en route, 'H' horaire
       *>   (heure ou date de depart) modifie.
       *> Tant que l'extrait n'est pas passe, les changements
       *> successifs se cumulent : l'heure d'origine est gardee,
       *> la nouvelle heure est la derniere connue, et une annulation
       *> l'emporte sur tout autre changement.

       file-control.
           select f-changement assign 'ChangementTrajet.dat'
           organization indexed access dynamic
           record key numAffectChg
           file status is statusChg.

       file section.
       fd f-changement.
       1 ChangementTrajet.
           2 numAffectChg pic 9(6).
           2 typeChg pic x(01).
               88 chgAnnulation value 'A'.
           2 heureAvantChg pic 9(4).
           2 heureApresChg pic 9(4).
           2 dateChg pic 9(8).
           2 heureSignalChg pic 9(6).

       working-storage section.
       1 statusChg pic xx.

       linkage section.
       1 numAffect-parm pic 9(6).
       1 typeChg-parm pic x(01).
       1 heureAvant-parm pic 9(4).
       1 heureApres-parm pic 9(4).

       procedure division using numAffect-parm typeChg-parm
           heureAvant-parm heureApres-parm.
           open i-o f-changement
           if statusChg = '35' then
               open output f-changement
               close f-changement
               open i-o f-changement
           end-if
           if statusChg = '00' then
               move numAffect-parm to numAffectChg
               read f-changement
                   invalid key
                       move typeChg-parm to typeChg
                       move heureAvant-parm to heureAvantChg
                       move heureApres-parm to heureApresChg
                       accept dateChg from date yyyymmdd
                       accept heureSignalChg from time
                       write ChangementTrajet end-write
                   not invalid key
                       if not chgAnnulation then
                           move typeChg-parm to typeChg
                       end-if
                       move heureApres-parm to heureApresChg
                       accept dateChg from date yyyymmdd
                       accept heureSignalChg from time
                       rewrite ChangementTrajet end-rewrite
               end-read
               close f-changement
           end-if
           goback.

       end program signalChangement.
