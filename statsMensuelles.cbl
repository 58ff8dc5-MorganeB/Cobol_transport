
       *> photographie de fin de mois : une ligne par mois dans
       *> Stats.dat, pour que les recapitulatifs cessent d'ecraser
       *> l'histoire. La ligne garde aussi le plus grand numero en
       *> service de chaque fichier numerote (releveCles), d'ou
       *> projectionCles tire le rythme de consommation des numeros.

       file-control.
           select f-stats assign 'Stats.dat' organization
           2 chauffeursActifsStats pic 9(4).
           2 busActifsStats pic 9(4).
           2 incidentsStats pic 9(5).
           *> meme ordre que le tableau rendu par releveCles
           2 clesMaxStats pic 9(6) occurs 60 times.

       fd f-affectation.
       1 Affectation.
       1 trajetsMois pic 9(6).
       1 annuleesMois pic 9(6).
       1 kmMois pic 9(9).

       *> itineraire en etapes (calculItineraire) : ses km
       *> remplacent la distance du circuit
       1 typeItin pic x(01) value 'A'.
       1 sansBorne pic 9(8) value 0.
       1 nbEtapesIt pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).
       1 chauffeursActifs pic 9(4).
       1 busActifs pic 9(4).
       1 incidentsMois pic 9(5).

       *> plus grands numeros en service (releveCles)
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
       1 idxCle pic 9(2).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

           move 0 to incidentsMois

           *> trajets du mois, annulations et kilometres (distances
           *> des circuits rattaches ou de l'itineraire en etapes)
           open input f-affectation
           open input f-circuit
           read f-affectation next
                       add 1 to annuleesMois
                   else
                       add 1 to trajetsMois
                       perform mod-kmTrajetMois
                   end-if
               end-if
               read f-affectation next
               close f-incident
           end-if

           *> plus grands numeros en service a la date du traitement
           call 'releveCles' using tabCles end-call

           *> la ligne du mois est remplacee si elle existe deja
           *> (relance du traitement)
           open i-o f-stats
           move chauffeursActifs to chauffeursActifsStats
           move busActifs to busActifsStats
           move incidentsMois to incidentsStats
           perform varying idxCle from 1 by 1 until idxCle > 60
               if idxCle <= nbFichiersCles then
                   move cleMaxCle(idxCle) to clesMaxStats(idxCle)
               else
                   move 0 to clesMaxStats(idxCle)
               end-if
           end-perform

           if statsExistantes then
               rewrite Stats
           accept s-next
           goback.

       mod-kmTrajetMois.
           call 'calculItineraire' using typeItin Numaffect sansBorne
               sansBorne nbEtapesIt kmItin minutesItin nuitsItin
           end-call
           if nbEtapesIt > 0 then
               add kmItin to kmMois
           else
               if numCircuitA not = 0 then
                   move numCircuitA to numCircuit
                   read f-circuit
                       not invalid key
                           add distanceCircuit to kmMois
                   end-read
               end-if
           end-if
       .

       end program statsMensuelles.
