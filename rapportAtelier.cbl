       program-id. rapportAtelier.

       *> rapport mensuel de l'atelier : par mecanicien, heures
       *> pointees sur les reparations (incidents) et sur l'entretien
       *> preventif, temps non affecte (heures dues du mois moins
       *> heures pointees) et cout de la main-d'oeuvre; le total
       *> donne la repartition des heures de l'atelier en
       *> pourcentage. Les mecaniciens inactifs sans pointage dans le
       *> mois sont ignores

       file-control.
           select f-mecanicien assign 'Mecanicien.dat'
           organization indexed access dynamic
           record key numMecanicien
           file status is statusMecanicien.

           select f-pointage assign 'PointageAtelier.dat'
           organization indexed access dynamic
           record key numPointage
           alternate record key numMecaP duplicates
           alternate record key numBusP duplicates
           file status is statusPointage.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-mecanicien.
       1 Mecanicien.
           2 numMecanicien pic 9(4).
           2 nomMeca pic x(30).
           2 prenomMeca pic x(30).
           2 tauxHoraireMeca pic 9(3)v99.
           2 heuresMoisMeca pic 9(3)v99.
           2 statutMeca pic x(01).
               88 mecaActif value 'A'.
               88 mecaInactif value 'I'.

       fd f-pointage.
       1 PointageAtelier.
           2 numPointage pic 9(6).
           2 numMecaP pic 9(4).
           2 datePointage pic 9(8).
           2 typePointage pic x(01).
               88 pointageReparation value 'R'.
               88 pointageEntretien value 'E'.
           2 numIncidentP pic 9(4).
           2 numBusP pic 9(4).
           2 operationPt pic x(10).
           2 heuresP pic 9(2)v99.
           2 coutMainOeuvreP pic 9(6)v99.
           2 operateurP pic x(10).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusMecanicien pic xx.
       1 statusPointage pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 moisSaisi pic 9(6) value 0.
       1 moisPointage pic 9(6).
       1 nbMecaniciens pic 9(3) value 0.

       1 heuresRep pic 9(4)v99.
       1 heuresEnt pic 9(4)v99.
       1 heuresInactif pic 9(4)v99.
       1 coutMeca pic 9(7)v99.
       1 totalRep pic 9(6)v99 value 0.
       1 totalEnt pic 9(6)v99 value 0.
       1 totalInactif pic 9(6)v99 value 0.
       1 totalCout pic 9(8)v99 value 0.
       1 totalHeures pic 9(6)v99.
       1 pourcent pic 9(3)v9.

       1 heuresEditees pic zzz9.99.
       1 totalEdite pic zzzzz9.99.
       1 montantEdite pic zzzzzz9.99.
       1 pourcentEdite pic zz9.9.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 fin-pointage value 'o' false 'n'.

       1 pic x value 'n'.
       88 pointagesOuverts value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-saisie.
           2 line 4 col 4 'Rapport mensuel de l''atelier'.
           2 line 6 col 10 'Mois '&x'85'&' analyser (AAAAMM) : '.
           2 s-mois pic 9(6) to moisSaisi required.

       1 a-plg-res.
           2 line 18 col 10 'Rapport produit : '.
           2 a-nbMecaniciens pic zz9 from nbMecaniciens.
           2 ' m'&x'82'&'canicien(s)'.

       1 a-plg-vide.
           2 line 18 col 10 'Aucun m'&x'82'&'canicien enregistr'&
           x'82'.

       procedure division.
           display a-effacer
           display s-plg-saisie
           accept s-mois

           open input f-mecanicien
           if statusMecanicien not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-pointage
           if statusPointage = '00' then
               set pointagesOuverts to true
           end-if

           move spaces to nomRapport
           string 'atelier-' moisSaisi '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'ACTIVITE DE L''ATELIER - MOIS' to ligne(1:28)
           move moisSaisi to ligne(30:6)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Mat. Nom' to ligne(1:8)
           move 'Repar.  Entret. Non aff.' to ligne(34:24)
           move 'Cout m.-o.' to ligne(64:10)
           write rapport

           set fin-lire to false
           read f-mecanicien next
           end set fin-lire to true end-read
           perform until fin-lire
               perform mod-traiterMecanicien
               read f-mecanicien next
               end set fin-lire to true end-read
           end-perform
           close f-mecanicien
           if pointagesOuverts then
               close f-pointage
           end-if

           perform mod-ecrireTotaux
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-traiterMecanicien.
           move 0 to heuresRep
           move 0 to heuresEnt
           move 0 to coutMeca
           if pointagesOuverts then
               set fin-pointage to false
               move numMecanicien to numMecaP
               start f-pointage key is equal numMecaP
                   invalid key set fin-pointage to true
               end-start
               perform until fin-pointage
                   read f-pointage next
                       at end
                           set fin-pointage to true
                       not at end
                           if numMecaP not = numMecanicien then
                               set fin-pointage to true
                           else
                               perform mod-cumulerPointage
                           end-if
                   end-read
               end-perform
           end-if

           if mecaInactif and heuresRep = 0 and heuresEnt = 0 then
               exit paragraph
           end-if

           move 0 to heuresInactif
           if mecaActif
           and heuresMoisMeca > heuresRep + heuresEnt then
               compute heuresInactif =
                   heuresMoisMeca - heuresRep - heuresEnt
           end-if
           add 1 to nbMecaniciens
           add heuresRep to totalRep
           add heuresEnt to totalEnt
           add heuresInactif to totalInactif
           add coutMeca to totalCout

           move ligneVide to ligne
           move numMecanicien to ligne(1:4)
           move nomMeca to ligne(6:26)
           move heuresRep to heuresEditees
           move heuresEditees to ligne(33:7)
           move heuresEnt to heuresEditees
           move heuresEditees to ligne(42:7)
           move heuresInactif to heuresEditees
           move heuresEditees to ligne(51:7)
           move coutMeca to montantEdite
           move montantEdite to ligne(63:10)
           write rapport
       .

       mod-cumulerPointage.
           move datePointage(1:6) to moisPointage
           if moisPointage = moisSaisi then
               if pointageReparation then
                   add heuresP to heuresRep
               else
                   add heuresP to heuresEnt
               end-if
               add coutMainOeuvreP to coutMeca
           end-if
       .

       mod-ecrireTotaux.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Total atelier' to ligne(1:13)
           move totalRep to totalEdite
           move totalEdite to ligne(31:9)
           move totalEnt to totalEdite
           move totalEdite to ligne(40:9)
           move totalInactif to totalEdite
           move totalEdite to ligne(49:9)
           move totalCout to montantEdite
           move montantEdite to ligne(63:10)
           write rapport

           compute totalHeures = totalRep + totalEnt + totalInactif
           if totalHeures > 0 then
               move ligneVide to ligne
               move 'Repartition des heures :' to ligne(1:24)
               move 'reparations' to ligne(26:11)
               compute pourcent rounded =
                   totalRep * 100 / totalHeures
               move pourcent to pourcentEdite
               move pourcentEdite to ligne(38:5)
               move '%' to ligne(43:1)
               write rapport
               move ligneVide to ligne
               move 'entretien' to ligne(26:9)
               compute pourcent rounded =
                   totalEnt * 100 / totalHeures
               move pourcent to pourcentEdite
               move pourcentEdite to ligne(38:5)
               move '%' to ligne(43:1)
               write rapport
               move ligneVide to ligne
               move 'non affecte' to ligne(26:11)
               compute pourcent rounded =
                   totalInactif * 100 / totalHeures
               move pourcent to pourcentEdite
               move pourcentEdite to ligne(38:5)
               move '%' to ligne(43:1)
               write rapport
           end-if
       .

       end program rapportAtelier.
