       program-id. verifConnaissance.

       *> connaissance de ligne : le chauffeur doit avoir fait le
       *> parcours de reconnaissance du circuit (ConnaissanceCircuit
       *> .dat, une ligne par chauffeur et circuit) avant de le
       *> conduire. retour-parm : blanc si le circuit est connu, s'il
       *> n'y a pas de circuit ou pas encore de registre; 'N' si le
       *> chauffeur ne connait pas le circuit.

       file-control.
           select f-connaissance assign 'ConnaissanceCircuit.dat'
           organization indexed access dynamic
           record key cleConnaissance
           alternate record key numCircuitK duplicates
           file status is statusConn.

       file section.
       fd f-connaissance.
       1 ConnaissanceCircuit.
           2 cleConnaissance.
               3 numChaufK pic 9(4).
               3 numCircuitK pic 9(4).
           2 dateFormationK pic 9(8).
           2 formateurK pic x(30).

       working-storage section.
       1 statusConn pic xx.

       linkage section.
       1 numChauf-parm pic 9(4).
       1 numCircuit-parm pic 9(4).
       1 retour-parm pic x(01).

       procedure division using numChauf-parm numCircuit-parm
           retour-parm.
           move space to retour-parm
           if numChauf-parm = 0 or numCircuit-parm = 0 then
               goback
           end-if

           open input f-connaissance
           if statusConn = '00' then
               move numChauf-parm to numChaufK
               move numCircuit-parm to numCircuitK
               read f-connaissance
                   invalid key
                       move 'N' to retour-parm
               end-read
               close f-connaissance
           end-if
           goback.

       end program verifConnaissance.
