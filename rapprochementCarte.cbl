       *> (bus + date + litres) sent la fraude ou la saisie oubliee,
       *> un plein sans ligne de releve sur la periode couverte est
       *> signale aussi; les exceptions sortent dans
       *> rapprochementCarte.txt, dans l'esprit de rapprochementKm.
       *> Le releve porte aussi le numero de la carte : pour une
       *> ligne sans plein, le chauffeur qui detenait la carte ce
       *> jour-la (materiel remis, detenteurMateriel) est edite.

       file-control.
           select f-releve assign 'carteCarburant.dat'
           2 dateCarte pic 9(8).
           2 litresCarte pic 9(6).
           2 montantCarte pic 9(8).
           2 numCarteReleve pic x(20).

       fd f-carburant.
       1 Carburant.
       1 ecartLitres pic s9(5)v99.
       1 toleranceLitres pic 9(1)v99 value 2.

       *> detenteur de la carte a la date du releve
       1 typeCarte pic x(10) value 'CARTE'.
       1 detenteurCarte pic 9(4).

       *> periode couverte par le releve, pour la contre-passe
       1 dateMinCarte pic 9(8) value 99999999.
       1 dateMaxCarte pic 9(8) value 0.
                       move litresCarte to ligne(35:6)
                       move 'cl' to ligne(42:2)
                       move '* a verifier' to ligne(46:12)
                       call 'detenteurMateriel' using typeCarte
                           numCarteReleve dateCarte detenteurCarte
                       end-call
                       if detenteurCarte not = 0 then
                           move 'chauf.' to ligne(60:6)
                           move detenteurCarte to ligne(67:4)
                       end-if
                       write rapport
                   end-if
               end-if
