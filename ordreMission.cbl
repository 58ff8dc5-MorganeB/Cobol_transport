           access dynamic record key numClient
           file status is statusClient.

           select f-affAccomp assign 'AffectAccomp.dat'
           organization indexed access dynamic
           record key cleAffAccomp
           alternate record key numAccompAA duplicates
           file status is statusAffAccomp.

           select f-accomp assign 'Accompagnateur.dat'
           organization indexed access dynamic
           record key numAccomp
           file status is statusAccomp.

           select f-itineraire assign 'Itineraire.dat'
           organization indexed access dynamic
           record key cleItin
           file status is statusItin.

           select f-ordre assign nomOrdre organization line
           sequential.

               88 clientBloque value 'B'.
           2 seuilRetardCli pic 9(3).

       fd f-affAccomp.
       1 AffectAccomp.
           2 cleAffAccomp.
               3 numAffectAA pic 9(6).
               3 numAccompAA pic 9(4).

       fd f-accomp.
       1 Accompagnateur.
           2 numAccomp pic 9(4).
           2 nomAc pic x(30).
           2 prenomAc pic x(30).
           2 telephoneAc pic x(15).
           2 languesAc pic x(20).
           2 depotAc pic 9(2).
           2 statutAc pic x(01).
               88 accompInactif value 'I'.

       fd f-itineraire.
       1 Itineraire.
           2 cleItin.
               3 typePieceIt pic x(01).
               3 numPieceIt pic 9(6).
               3 seqEtape pic 9(2).
           2 dateEtape pic 9(8).
           2 lieuDepEt pic x(20).
           2 heureDepEt pic 9(4).
           2 lieuArrEt pic x(20).
           2 heureArrEt pic 9(4).
           2 kmEtape pic 9(5).
           2 noteEtape pic x(40).

       fd f-ordre.
       1 ligneOrdre pic x(80).

       working-storage section.
       1 statusClient pic xx.
       1 statusAffAccomp pic xx.
       1 statusAccomp pic xx.
       1 statusItin pic xx.

       1 pic x value 'n'.
       88 finVerifAccomp value 'o' false 'n'.

       1 pic x value 'n'.
       88 accompTrouve value 'o' false 'n'.
       1 suivant pic x.
       1 modeSaisi pic 9 value 1.
       1 affectSaisie pic 9(6).
       1 pic x value 'n'.
       88 clientTrouve value 'o' false 'n'.

       *> trajets a vide depot -> depart et arrivee -> depot
       1 kmAllerHLP pic 9(5).
       1 kmRetourHLP pic 9(5).
       1 minutesHLP pic 9(5).
       1 kmEdite pic zzzz9.

       *> programme jour par jour de l'itineraire en etapes
       1 typeAffect pic x(01) value 'A'.
       1 sansBorne pic 9(8) value 0.
       1 nbEtapes pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).
       1 heuresEditees pic zz9.99.
       1 kmItinEdite pic zzzzz9.
       1 jourPrecedent pic 9(8).

       1 pic x value 'n'.
       88 finEtapes value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.
           move telephoneN to ligneOrdre(13:15)
           write ligneOrdre

           perform mod-ecrireAccompagnateurs

           *> bus
           move numbusA to numero
           move ligneVide to ligneOrdre
                   move 'Arrivee :' to ligneOrdre(35:9)
                   move villeArrivee to ligneOrdre(45:20)
                   write ligneOrdre
                   perform mod-ecrireHautLePied
               else
                   move 'Circuit   : inconnu' to ligneOrdre(1:19)
                   write ligneOrdre
           move motifA to ligneOrdre(13:30)
           write ligneOrdre

           perform mod-ecrireProgramme
           perform mod-ecrireClient

           move ligneVide to ligneOrdre
           add 1 to nbOrdres
       .

       *> approche a vide depuis le depot et retour a vide : le
       *> chauffeur sait ce qu'il doit rouler en plus du circuit
       mod-ecrireHautLePied.
           call 'calculHautLePied' using numbusA numCircuitA
               kmAllerHLP kmRetourHLP minutesHLP end-call
           if kmAllerHLP + kmRetourHLP > 0 then
               move ligneVide to ligneOrdre
               move 'A vide    : aller depot' to ligneOrdre(1:23)
               move kmAllerHLP to kmEdite
               move kmEdite to ligneOrdre(25:5)
               move 'km, retour depot' to ligneOrdre(31:16)
               move kmRetourHLP to kmEdite
               move kmEdite to ligneOrdre(48:5)
               move 'km' to ligneOrdre(54:2)
               write ligneOrdre
           end-if
       .

       *> itineraire en etapes : un titre par jour, puis les etapes
       *> du jour avec heures, lieux, km et note; totaux en fin
       mod-ecrireProgramme.
           call 'calculItineraire' using typeAffect Numaffect
               sansBorne sansBorne nbEtapes kmItin minutesItin
               nuitsItin end-call
           if nbEtapes = 0 then
               exit paragraph
           end-if
           open input f-itineraire
           if statusItin not = '00' then
               exit paragraph
           end-if

           move ligneVide to ligneOrdre
           write ligneOrdre
           move ligneVide to ligneOrdre
           move 'PROGRAMME' to ligneOrdre(1:9)
           write ligneOrdre
           move 0 to jourPrecedent
           move typeAffect to typePieceIt
           move Numaffect to numPieceIt
           move 0 to seqEtape
           set finEtapes to false
           start f-itineraire key is not less cleItin
               invalid key set finEtapes to true
           end-start
           perform until finEtapes
               read f-itineraire next
                   at end
                       set finEtapes to true
                   not at end
                       if typePieceIt not = typeAffect
                       or numPieceIt not = Numaffect then
                           set finEtapes to true
                       else
                           perform mod-ecrireEtape
                       end-if
               end-read
           end-perform
           close f-itineraire

           move ligneVide to ligneOrdre
           move 'Total     :' to ligneOrdre(1:11)
           move kmItin to kmItinEdite
           move kmItinEdite to ligneOrdre(13:6)
           move 'km,' to ligneOrdre(20:3)
           compute heuresEditees rounded = minutesItin / 60
           move heuresEditees to ligneOrdre(24:6)
           move 'h de conduite,' to ligneOrdre(31:14)
           move nuitsItin to ligneOrdre(46:3)
           move 'nuit(s) hors depot' to ligneOrdre(50:18)
           write ligneOrdre
       .

       mod-ecrireEtape.
           if dateEtape not = jourPrecedent then
               move ligneVide to ligneOrdre
               write ligneOrdre
               move ligneVide to ligneOrdre
               move 'Le' to ligneOrdre(1:2)
               move dateEtape(7:2) to ligneOrdre(4:2)
               move '/' to ligneOrdre(6:1)
               move dateEtape(5:2) to ligneOrdre(7:2)
               move '/' to ligneOrdre(9:1)
               move dateEtape(1:4) to ligneOrdre(10:4)
               write ligneOrdre
               move dateEtape to jourPrecedent
           end-if
           move ligneVide to ligneOrdre
           move heureDepEt(1:2) to ligneOrdre(3:2)
           move 'h' to ligneOrdre(5:1)
           move heureDepEt(3:2) to ligneOrdre(6:2)
           move lieuDepEt to ligneOrdre(9:20)
           move '->' to ligneOrdre(30:2)
           move heureArrEt(1:2) to ligneOrdre(33:2)
           move 'h' to ligneOrdre(35:1)
           move heureArrEt(3:2) to ligneOrdre(36:2)
           move lieuArrEt to ligneOrdre(39:20)
           move kmEtape to kmEdite
           move kmEdite to ligneOrdre(60:5)
           move 'km' to ligneOrdre(66:2)
           write ligneOrdre
           if noteEtape not = spaces then
               move ligneVide to ligneOrdre
               move noteEtape to ligneOrdre(9:40)
               write ligneOrdre
           end-if
       .

       *> accompagnateurs et guides attaches au trajet, avec leur
       *> telephone et les langues parlees
       mod-ecrireAccompagnateurs.
           open input f-affAccomp
           if statusAffAccomp not = '00' then
               exit paragraph
           end-if
           open input f-accomp
           move Numaffect to numAffectAA
           move 0 to numAccompAA
           start f-affAccomp key is not less cleAffAccomp
               invalid key
                   set finVerifAccomp to true
               not invalid key
                   set finVerifAccomp to false
           end-start
           perform until finVerifAccomp
               read f-affAccomp next
                   at end
                       set finVerifAccomp to true
                   not at end
                       if numAffectAA not = Numaffect then
                           set finVerifAccomp to true
                       else
                           perform mod-ecrireAccompagnateur
                       end-if
               end-read
           end-perform
           close f-accomp
           close f-affAccomp
       .

       mod-ecrireAccompagnateur.
           move numAccompAA to numAccomp
           move ligneVide to ligneOrdre
           set accompTrouve to false
           read f-accomp
               invalid key
                   move 'Accompagn.: inconnu' to ligneOrdre(1:19)
               not invalid key
                   set accompTrouve to true
                   move 'Accompagn.:' to ligneOrdre(1:11)
                   move numAccompAA to ligneOrdre(13:4)
                   move nomAc to ligneOrdre(18:25)
                   move prenomAc to ligneOrdre(44:20)
           end-read
           write ligneOrdre
           if accompTrouve then
               move ligneVide to ligneOrdre
               move 'Telephone :' to ligneOrdre(1:11)
               move telephoneAc to ligneOrdre(13:15)
               move 'Langues :' to ligneOrdre(30:9)
               move languesAc to ligneOrdre(40:20)
               write ligneOrdre
           end-if
       .

       mod-ecrireClient.
           if numClientA not = 0 then
               set clientTrouve to false
