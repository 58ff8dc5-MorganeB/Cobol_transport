           alternate record key numChaufI duplicates
           file status is statusIndispo.

           select f-cuve assign 'Cuve.dat'
           organization indexed access dynamic
           record key numDepotCuve
           file status is statusCuve.

           select f-rapport assign 'alertes.txt' organization line
           sequential.

           2 dateFinIndispo pic 9(8).
           2 motifIndispo pic x(30).

       fd f-cuve.
       1 Cuve.
           2 numDepotCuve pic 9(2).
           2 capaciteCuve pic 9(6).
           2 stockCuve pic s9(7)v99.
           2 seuilCuve pic 9(6).
           2 dateJaugeCuve pic 9(8).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusIndispo pic xx.
       1 statusCuve pic xx.
       1 litresEdites pic -zzzzzz9.99.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.

       1 dateAnciennete pic 9(8).
       1 nbAlertes pic 9(4) value 0.

       *> saturation des numerotations (projectionCles)
       1 horizonMoisCles pic 9(3).
       1 tabCles.
           2 nbFichiersCles pic 9(2).
           2 posteCle occurs 60 times.
               3 nomFichierCle pic x(24).
               3 capaciteCle pic 9(6).
               3 cleMaxCle pic 9(6).
               3 nbEnregCle pic 9(6).
               3 presentCle pic x(01).
               3 croissanceCle pic 9(5)v99.
               3 moisMesureCle pic 9(3).
               3 dateSaturationCle pic 9(8).
               3 alerteCle pic x(01).
                   88 cleEnAlerte value 'O'.
       1 idxCle pic 9(2).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

           perform mod-alertesControle
           perform mod-alertesAffectOuvertes
           perform mod-alertesIndispos
           perform mod-alertesCuves
           perform mod-alertesCles

           close f-rapport

           end-if
       .

       mod-alertesCuves.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'CUVES DE GAZOLE SOUS LE SEUIL DE COMMANDE'
               to ligne(1:41)
           write rapport

           open input f-cuve
           if statusCuve = '00' then
               set fin-lire to false
               read f-cuve next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire and stockCuve < seuilCuve then
                       add 1 to nbAlertes
                       move ligneVide to ligne
                       move 'Depot' to ligne(3:5)
                       move numDepotCuve to ligne(9:2)
                       move 'stock' to ligne(13:5)
                       move stockCuve to litresEdites
                       move litresEdites to ligne(19:11)
                       move 'seuil' to ligne(32:5)
                       move seuilCuve to ligne(38:6)
                       write rapport
                   end-if
                   read f-cuve next
                   end set fin-lire to true end-read
               end-perform
               close f-cuve
           end-if
       .

       *> fichiers dont les numeros seront epuises avant l'horizon
       *> HORIZCLES (detail dans capaciteCles.txt)
       mod-alertesCles.
           call 'projectionCles' using tabCles horizonMoisCles
           end-call

           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'NUMEROTATIONS PROCHES DE LA SATURATION (horizon'
               to ligne(1:47)
           move horizonMoisCles to ligne(49:3)
           move 'mois)' to ligne(53:5)
           write rapport

           perform varying idxCle from 1 by 1
               until idxCle > nbFichiersCles
               if cleEnAlerte(idxCle) then
                   add 1 to nbAlertes
                   move ligneVide to ligne
                   move nomFichierCle(idxCle) to ligne(3:24)
                   move 'numero' to ligne(28:6)
                   move cleMaxCle(idxCle) to ligne(35:6)
                   move 'sur' to ligne(42:3)
                   move capaciteCle(idxCle) to ligne(46:6)
                   move 'sature le' to ligne(53:9)
                   move dateSaturationCle(idxCle) to ligne(63:8)
                   write rapport
               end-if
           end-perform
       .

       end program rapportAlertes.
