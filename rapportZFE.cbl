       program-id. rapportZFE.

       *> affectations planifiees (a partir d'aujourd'hui, non
       *> annulees, avec bus et circuit) que frappera une regle de
       *> zone a faibles emissions pas encore en vigueur a la date du
       *> jour mais applicable le jour du trajet (verifZFE, mode 'P');
       *> celles qui enfreignent deja une regle en vigueur sont
       *> signalees aussi. Edition zfe-AAAAMMJJ.txt, par affectation :
       *> bus et sa classe, circuit, date, ville, classe exigee et
       *> date d'application de la regle.

       file-control.
           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numchaufA pic 9(4).
           2 numbusA pic 9(4).
           2 dateDebAffectA pic 9(8).
           2 dateFinAffectA pic 9(8).
           2 motifA pic x(30).
           2 numCircuitA pic 9(4).
           2 statusA pic x(01) value 'N'.
               88 annulee value 'A'.
           2 motifAnnulA pic x(30).
           2 placesReservees pic 9(3).
           2 passagersReels pic 9(3).
           2 numClientA pic 9(4).
           2 numTarifA pic 9(4).
           2 montantTarifA pic 9(7)v99.
           2 heureDebA pic 9(4).
           2 heureFinA pic 9(4).
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusAffect pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).
       1 dateJour pic 9(8).

       *> retour de verifZFE
       1 modeZfe pic x(01).
       1 villeZfe pic x(20).
       1 classeMinZfe pic x(01).
       1 dateEffetZfe pic 9(8).
       1 classeBusZfe pic x(01).

       1 nbAffectations pic 9(5) value 0.
       1 nbAVenir pic 9(5) value 0.
       1 nbEnVigueur pic 9(5) value 0.
       1 nbEdite pic zzzz9.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-res.
           2 line 4 col 4 'Zones '&x'85'&' faibles '&x'82'&'missions '&
           ': pr'&x'82'&'vision'.
           2 line 6 col 10 'Affectations contr'&x'93'&'l'&x'82'&'es : '.
           2 a-nbAffect pic zzzz9 from nbAffectations.
           2 line 7 col 10 'Frapp'&x'82'&'es par une r'&x'8a'&'gle '&
           'future : '.
           2 a-nbAVenir pic zzzz9 from nbAVenir.
           2 line 8 col 10 'D'&x'82'&'j'&x'85'&' en infraction : '.
           2 a-nbEnVigueur pic zzzz9 from nbEnVigueur.
           2 line 10 col 10 'D'&x'82'&'tail dans '.
           2 a-nomRapport pic x(30) from nomRapport.

       1 a-plg-vide.
           2 line 4 col 4 'Zones '&x'85'&' faibles '&x'82'&'missions '&
           ': pr'&x'82'&'vision'.
           2 line 6 col 10 'Aucune affectation enregistr'&x'82'&'e'.

       procedure division.
           display a-effacer
           open input f-affectation
           if statusAffect not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if

           accept dateJour from date yyyymmdd
           move spaces to nomRapport
           string 'zfe-' dateJour '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'ZONES A FAIBLES EMISSIONS - AFFECTATIONS PLANIFIEES au'
               to ligne(1:54)
           move dateJour to ligne(56:8)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Affect. Date     Bus  Cl. Circ. Ville' to ligne(1:37)
           move 'Exige Regle du' to ligne(50:14)
           move 'Etat' to ligne(66:4)
           write rapport

           move dateJour to dateDebAffectA
           start f-affectation key is not less dateDebAffectA
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-affectation next
                   at end
                       set fin-lire to true
                   not at end
                       if not annulee and numbusA not = 0
                       and numCircuitA not = 0 then
                           perform mod-controlerAffectation
                       end-if
               end-read
           end-perform
           close f-affectation

           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Affectations controlees' to ligne(1:23)
           move nbAffectations to nbEdite
           move nbEdite to ligne(30:5)
           write rapport
           move ligneVide to ligne
           move 'Regle a venir' to ligne(1:13)
           move nbAVenir to nbEdite
           move nbEdite to ligne(30:5)
           write rapport
           move ligneVide to ligne
           move 'Regle deja en vigueur' to ligne(1:21)
           move nbEnVigueur to nbEdite
           move nbEdite to ligne(30:5)
           write rapport
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-controlerAffectation.
           add 1 to nbAffectations
           move 'P' to modeZfe
           call 'verifZFE' using numbusA numCircuitA dateDebAffectA
               modeZfe villeZfe classeMinZfe dateEffetZfe classeBusZfe
           end-call
           if villeZfe not = spaces then
               add 1 to nbAVenir
               perform mod-ecrireLigne
               move 'A VENIR' to ligne(66:7)
               write rapport
               exit paragraph
           end-if

           move 'A' to modeZfe
           call 'verifZFE' using numbusA numCircuitA dateDebAffectA
               modeZfe villeZfe classeMinZfe dateEffetZfe classeBusZfe
           end-call
           if villeZfe not = spaces then
               add 1 to nbEnVigueur
               perform mod-ecrireLigne
               move 'EN VIGUEUR' to ligne(66:10)
               write rapport
           end-if
       .

       mod-ecrireLigne.
           move ligneVide to ligne
           move Numaffect to ligne(1:6)
           move dateDebAffectA to ligne(9:8)
           move numbusA to ligne(18:4)
           move classeBusZfe to ligne(24:1)
           move numCircuitA to ligne(27:4)
           move villeZfe to ligne(33:16)
           move classeMinZfe to ligne(52:1)
           move dateEffetZfe to ligne(56:8)
       .

       end program rapportZFE.
