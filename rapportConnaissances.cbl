       program-id. rapportConnaissances.

       *> vivier de chauffeurs par circuit : pour chaque circuit
       *> encore offert, nombre de chauffeurs actifs qui l'ont
       *> reconnu (ConnaissanceCircuit.dat). Les circuits sous le
       *> seuil de connaisseurs sont signales pour planifier des
       *> parcours de reconnaissance avant les conges. Edition
       *> connaissances-AAAAMMJJ.txt.

       file-control.
           select f-circuit assign 'Circuit.dat' organization
           indexed
           access dynamic record key numCircuit
           file status is statusCircuit.

           select f-connaissance assign 'ConnaissanceCircuit.dat'
           organization indexed access dynamic
           record key cleConnaissance
           alternate record key numCircuitK duplicates
           file status is statusConn.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed
           access dynamic record key numchaufN
           file status is statusChauf.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
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

       fd f-connaissance.
       1 ConnaissanceCircuit.
           2 cleConnaissance.
               3 numChaufK pic 9(4).
               3 numCircuitK pic 9(4).
           2 dateFormationK pic 9(8).
           2 formateurK pic x(30).

       fd f-chaufNouv.
       1 ChaufNouv.
           2 numchaufN pic 9(4).
           2 nomN pic x(30).
           2 prenomN pic x(30).
           2 datepermisN pic 9(8).
           2 telephoneN pic x(15).
           2 adresseN pic x(40).
           2 dateEmbaucheN pic 9(8).
           2 categoriePermisN pic x(02).
           2 dateExpirationPermisN pic 9(8).
           2 statutN pic x(01).
               88 chaufInactif value 'I'.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusCircuit pic xx.
       1 statusConn pic xx.
       1 statusChauf pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).
       1 dateJour pic 9(8).

       *> en dessous de ce nombre de chauffeurs actifs connaissant
       *> le circuit, il est signale a former
       1 seuilConnaisseurs pic 9(2) value 3.

       1 nbConnaisseurs pic 9(4).
       1 nbCircuits pic 9(5) value 0.
       1 nbAFormer pic 9(5) value 0.
       1 nbEdite pic zzzz9.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 connOuvert value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-res.
           2 line 4 col 4 'Connaissance des lignes par circuit'.
           2 line 6 col 10 'Circuits offerts : '.
           2 a-nbCircuits pic zzzz9 from nbCircuits.
           2 line 7 col 10 'Circuits '&x'85'&' former (moins de '.
           2 a-seuil pic z9 from seuilConnaisseurs.
           2 ' connaisseurs) : '.
           2 a-nbAFormer pic zzzz9 from nbAFormer.
           2 line 9 col 10 'D'&x'82'&'tail dans '.
           2 a-nomRapport pic x(30) from nomRapport.

       1 a-plg-vide.
           2 line 4 col 4 'Connaissance des lignes par circuit'.
           2 line 6 col 10 'Aucun circuit enregistr'&x'82'.

       procedure division.
           display a-effacer
           open input f-circuit
           if statusCircuit not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-connaissance
           if statusConn = '00' then
               set connOuvert to true
           end-if
           open input f-chaufNouv

           accept dateJour from date yyyymmdd
           move spaces to nomRapport
           string 'connaissances-' dateJour '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'CONNAISSANCE DES LIGNES - CHAUFFEURS ACTIFS PAR '
               to ligne(1:48)
           move 'CIRCUIT' to ligne(49:7)
           write rapport
           move ligneVide to ligne
           move 'au' to ligne(1:2)
           move dateJour to ligne(4:8)
           move '- seuil :' to ligne(14:9)
           move seuilConnaisseurs to ligne(24:2)
           move 'connaisseurs' to ligne(27:12)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Circ. Nom' to ligne(1:9)
           move 'Connaisseurs' to ligne(38:12)
           write rapport

           read f-circuit next end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   if dateFinValidite = 0
                   or dateFinValidite >= dateJour then
                       perform mod-traiterCircuit
                   end-if
               end-if
               read f-circuit next end set fin-lire to true end-read
           end-perform

           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Circuits offerts' to ligne(1:16)
           move nbCircuits to nbEdite
           move nbEdite to ligne(30:5)
           write rapport
           move ligneVide to ligne
           move 'Circuits a former' to ligne(1:17)
           move nbAFormer to nbEdite
           move nbEdite to ligne(30:5)
           write rapport

           close f-rapport
           close f-chaufNouv
           if connOuvert then
               close f-connaissance
           end-if
           close f-circuit

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       *> compte les chauffeurs actifs ayant reconnu le circuit
       mod-traiterCircuit.
           add 1 to nbCircuits
           move 0 to nbConnaisseurs
           if connOuvert then
               move numCircuit to numCircuitK
               start f-connaissance key is equal numCircuitK
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-connaissance next
                       at end
                           set finVerif to true
                       not at end
                           if numCircuitK not = numCircuit then
                               set finVerif to true
                           else
                               move numChaufK to numchaufN
                               read f-chaufNouv
                                   not invalid key
                                       if not chaufInactif then
                                           add 1 to nbConnaisseurs
                                       end-if
                               end-read
                           end-if
                   end-read
               end-perform
           end-if

           move ligneVide to ligne
           move numCircuit to ligne(1:4)
           move nomCircuit to ligne(7:30)
           move nbConnaisseurs to nbEdite
           move nbEdite to ligne(43:5)
           if nbConnaisseurs < seuilConnaisseurs then
               add 1 to nbAFormer
               move 'A FORMER' to ligne(52:8)
           end-if
           write rapport
       .

       end program rapportConnaissances.
