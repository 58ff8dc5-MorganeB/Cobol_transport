       program-id. capaciteCles.

       *> surveillance de la capacite des numeros : pour chaque
       *> fichier numerote, le plus grand numero en service, les
       *> numeros encore libres, le rythme de consommation mensuel
       *> mesure sur Stats.dat et la date de saturation estimee
       *> (projectionCles). Les fichiers qui satureront avant
       *> l'horizon sont marques ALERTE et repris par rapportAlertes.
       *> Le detail sort dans capaciteCles.txt.

       file-control.
           select f-rapport assign 'capaciteCles.txt' organization
           line sequential.

       file section.
       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 dateJour pic 9(8).
       1 horizonMois pic 9(3).
       1 numerosLibres pic 9(6).
       1 croissanceEditee pic zzzz9.99.
       1 nbAlertes pic 9(2) value 0.

       1 tabCles.
           2 nbFichiersCles pic 9(2).
           2 posteCle occurs 60 times.
               3 nomFichierCle pic x(24).
               3 capaciteCle pic 9(6).
               3 cleMaxCle pic 9(6).
               3 nbEnregCle pic 9(6).
               3 presentCle pic x(01).
                   88 fichierCleAbsent value 'N'.
               3 croissanceCle pic 9(5)v99.
               3 moisMesureCle pic 9(3).
               3 dateSaturationCle pic 9(8).
                   88 saturationInconnue value 0.
                   88 saturationLointaine value 99999999.
               3 alerteCle pic x(01).
                   88 cleEnAlerte value 'O'.
       1 idxCle pic 9(2).

       screen section.
       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 blank screen.
           2 line 4 col 10 'Capacit'&x'82'&' des num'&x'82'&'rotations'.
           2 line 6 col 10 'Relev'&x'82'&' des fichiers en cours...'.

       1 a-plg-res.
           2 line 8 col 10 'capaciteCles.txt a bien '&x'82'&'t'&x'82'&
           ' cr'&x'82'&x'82'&' ('.
           2 a-nbAlertes pic z9 from nbAlertes.
           2 ' fichier(s) en alerte)'.

       procedure division.
           display a-plg-titre
           accept dateJour from date yyyymmdd
           call 'projectionCles' using tabCles horizonMois end-call

           open output f-rapport
           move ligneVide to ligne
           move 'CAPACITE DES NUMEROTATIONS AU' to ligne(1:29)
           move dateJour to ligne(31:8)
           move '(horizon' to ligne(41:8)
           move horizonMois to ligne(50:3)
           move 'mois)' to ligne(54:5)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Fichier' to ligne(1:7)
           move 'Plus gd' to ligne(25:7)
           move 'Capac.' to ligne(33:6)
           move 'Libres' to ligne(40:6)
           move 'Enreg.' to ligne(47:6)
           move 'Par mois' to ligne(55:8)
           move 'Saturation' to ligne(64:10)
           write rapport

           perform varying idxCle from 1 by 1
               until idxCle > nbFichiersCles
               perform mod-ecrireFichier
           end-perform
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-ecrireFichier.
           move ligneVide to ligne
           move nomFichierCle(idxCle) to ligne(1:24)
           if fichierCleAbsent(idxCle) then
               move 'fichier absent' to ligne(33:14)
               write rapport
               exit paragraph
           end-if
           compute numerosLibres = capaciteCle(idxCle)
               - cleMaxCle(idxCle)
           move cleMaxCle(idxCle) to ligne(26:6)
           move capaciteCle(idxCle) to ligne(33:6)
           move numerosLibres to ligne(40:6)
           move nbEnregCle(idxCle) to ligne(47:6)
           move croissanceCle(idxCle) to croissanceEditee
           move croissanceEditee to ligne(54:8)
           evaluate true
               when saturationInconnue(idxCle)
                   move 'inconnue' to ligne(64:8)
               when saturationLointaine(idxCle)
                   move '> 999 mois' to ligne(64:10)
               when other
                   move dateSaturationCle(idxCle) to ligne(64:8)
           end-evaluate
           if cleEnAlerte(idxCle) then
               move 'ALERTE' to ligne(75:6)
               add 1 to nbAlertes
           end-if
           write rapport
       .

       end program capaciteCles.
