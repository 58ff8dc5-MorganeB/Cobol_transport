       program-id. societeClient.

       *> societe du groupe qui facture un client : celle imposee
       *> sur le client (ConditionClient.dat, gestClients), sinon
       *> celle du depot d'attache du bus du trajet (Depot.dat,
       *> gestDepots), sinon la societe 01. Client ou bus a zero : le
       *> critere correspondant est ignore (piece sans client ou sans
       *> trajet).

       file-control.
           select f-condClient assign 'ConditionClient.dat'
           organization indexed access dynamic
           record key numClientK
           file status is statusCondClient.

           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-depot assign 'Depot.dat' organization
           indexed
           access dynamic record key numDepot
           file status is statusDepot.

       file section.
       fd f-condClient.
       1 ConditionClient.
           2 numClientK pic 9(4).
           2 tauxAcompteK pic 9(2)v99.
           2 baremeAnnulK occurs 4.
               3 joursAnnulK pic 9(3).
               3 tauxAnnulK pic 9(3)v99.
           2 baremeRistK occurs 4.
               3 seuilRistK pic 9(9).
               3 tauxRistK pic 9(2)v99.
           2 numSocieteK pic 9(2).

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

       fd f-depot.
       1 Depot.
           2 numDepot pic 9(2).
           2 nomDepot pic x(30).
           2 villeDepot pic x(20).
           2 numSocieteDep pic 9(2).

       working-storage section.
       1 statusCondClient pic xx.
       1 statusBus pic xx.
       1 statusDepot pic xx.
       1 depotTrajet pic 9(2).

       linkage section.
       1 numClient-parm pic 9(4).
       1 numBus-parm pic 9(4).
       1 numSociete-parm pic 9(2).

       procedure division using numClient-parm numBus-parm
           numSociete-parm.

           move 0 to numSociete-parm

           if numClient-parm not = 0 then
               open input f-condClient
               if statusCondClient = '00' then
                   move numClient-parm to numClientK
                   read f-condClient
                       not invalid key
                           move numSocieteK to numSociete-parm
                   end-read
                   close f-condClient
               end-if
           end-if

           move 0 to depotTrajet
           if numSociete-parm = 0 and numBus-parm not = 0 then
               open input f-bus
               if statusBus = '00' then
                   move numBus-parm to numero
                   read f-bus
                       not invalid key
                           move depotBus to depotTrajet
                   end-read
                   close f-bus
               end-if
           end-if

           if depotTrajet not = 0 then
               open input f-depot
               if statusDepot = '00' then
                   move depotTrajet to numDepot
                   read f-depot
                       not invalid key
                           move numSocieteDep to numSociete-parm
                   end-read
                   close f-depot
               end-if
           end-if

           if numSociete-parm = 0 then
               move 1 to numSociete-parm
           end-if
           goback.

       end program societeClient.
