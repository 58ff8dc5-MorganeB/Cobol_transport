       program-id. calculHautLePied.

       *> kilometres haut-le-pied (a vide) d'un trajet : le bus part
       *> de la ville de son depot d'attache (FBus.depotBus,
       *> Depot.villeDepot) pour rejoindre la ville de depart du
       *> circuit, puis rentre a vide depuis sa ville d'arrivee; les
       *> deux distances sont lues dans la matrice DistanceVille.dat
       *> (dans un sens ou dans l'autre). Une sortie hors circuit
       *> (numero 0) part deja de la base : pas de haut-le-pied.
       *> Le temps de roulage a vide est estime a la vitesse moyenne
       *> VITESSEHLP de Parametres.dat (60 km/h a defaut) et
       *> s'ajoute aux heures du chauffeur.
       *> Sans depot, sans ville ou sans distance connue, la part
       *> correspondante vaut 0.

       file-control.
           select f-bus assign 'FBus.dat' organization
           indexed
           access dynamic record key numero
           file status is statusBus.

           select f-depot assign 'Depot.dat' organization
           indexed
           access dynamic record key numDepot
           file status is statusDepot.

           select f-circuit assign 'Circuit.dat' organization
           indexed access dynamic record key numCircuit
           file status is statusCircuit.

           select f-distance assign 'DistanceVille.dat'
           organization indexed access dynamic
           record key cleDistance
           file status is statusDistance.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

       file section.
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

       fd f-circuit.
       1 Circuit.
           2 numCircuit pic 9(4).
           2 nomCircuit pic x(30).
           2 villeDepart pic x(20).
           2 villeArrivee pic x(20).
           2 distanceCircuit pic 9(5).
           2 minPlacesCircuit pic 9(3) value 0.
           2 modeleRequisCircuit pic x(20).
           2 dateDebValidite pic 9(8).
           2 dateFinValidite pic 9(8).

       fd f-distance.
       1 DistanceVille.
           2 cleDistance.
               3 villeDepD pic x(20).
               3 villeArrD pic x(20).
           2 kmDistance pic 9(5).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       working-storage section.
       1 statusBus pic xx.
       1 statusDepot pic xx.
       1 statusCircuit pic xx.
       1 statusDistance pic xx.
       1 statusParam pic xx.

       1 villeBase pic x(20).
       1 villeDebutHLP pic x(20).
       1 villeFinHLP pic x(20).
       1 villeA pic x(20).
       1 villeB pic x(20).
       1 kmTrouve pic 9(5).
       1 vitesseHLP pic 9(3)v99 value 60.

       linkage section.
       1 numBus-parm pic 9(4).
       1 numCircuit-parm pic 9(4).
       1 kmAller-parm pic 9(5).
       1 kmRetour-parm pic 9(5).
       1 minutesHLP-parm pic 9(5).

       procedure division using numBus-parm numCircuit-parm
           kmAller-parm kmRetour-parm minutesHLP-parm.
           move 0 to kmAller-parm
           move 0 to kmRetour-parm
           move 0 to minutesHLP-parm
           move spaces to villeBase
           move spaces to villeDebutHLP
           move spaces to villeFinHLP

           if numBus-parm = 0 or numCircuit-parm = 0 then
               goback
           end-if

           perform mod-villeBase
           if villeBase = spaces then
               goback
           end-if

           open input f-circuit
           if statusCircuit = '00' then
               move numCircuit-parm to numCircuit
               read f-circuit
                   not invalid key
                       move villeDepart to villeDebutHLP
                       move villeArrivee to villeFinHLP
               end-read
               close f-circuit
           end-if

           open input f-distance
           if statusDistance = '00' then
               move villeBase to villeA
               move villeDebutHLP to villeB
               perform mod-lireDistance
               move kmTrouve to kmAller-parm
               move villeFinHLP to villeA
               move villeBase to villeB
               perform mod-lireDistance
               move kmTrouve to kmRetour-parm
               close f-distance
           end-if

           if kmAller-parm + kmRetour-parm > 0 then
               perform mod-chargerVitesse
               compute minutesHLP-parm rounded =
                   (kmAller-parm + kmRetour-parm) * 60 / vitesseHLP
           end-if
           goback.

       *> ville du depot d'attache du bus
       mod-villeBase.
           open input f-bus
           if statusBus = '00' then
               move numBus-parm to numero
               read f-bus
                   invalid key
                       move 0 to depotBus
               end-read
               close f-bus
               if depotBus not = 0 then
                   open input f-depot
                   if statusDepot = '00' then
                       move depotBus to numDepot
                       read f-depot
                           not invalid key
                               move villeDepot to villeBase
                       end-read
                       close f-depot
                   end-if
               end-if
           end-if
       .

       *> distance villeA -> villeB, ou villeB -> villeA si seul le
       *> sens inverse est saisi; meme ville ou ville inconnue : 0
       mod-lireDistance.
           move 0 to kmTrouve
           if villeA not = spaces and villeB not = spaces
           and villeA not = villeB then
               move villeA to villeDepD
               move villeB to villeArrD
               read f-distance
                   invalid key
                       move villeB to villeDepD
                       move villeA to villeArrD
                       read f-distance
                           not invalid key
                               move kmDistance to kmTrouve
                       end-read
                   not invalid key
                       move kmDistance to kmTrouve
               end-read
           end-if
       .

       mod-chargerVitesse.
           open input f-parametre
           if statusParam = '00' then
               move 'VITESSEHLP' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to vitesseHLP
                       end-if
               end-read
               close f-parametre
           end-if
       .

       end program calculHautLePied.
