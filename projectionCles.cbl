       program-id. projectionCles.

       *> projection de la saturation des numeros : pour chaque
       *> fichier du releve (releveCles), le rythme de consommation
       *> des numeros est mesure entre la plus ancienne photographie
       *> de Stats.dat dans la fenetre des MOISCLES derniers mois
       *> (Parametres.dat, 6 par defaut) et le plus grand numero en
       *> service aujourd'hui. Les numeros libres (capacite moins le
       *> plus grand numero, les trous ne sont pas reutilises)
       *> divises par ce rythme donnent la date de saturation
       *> estimee. Un fichier sature ou qui le sera avant HORIZCLES
       *> mois (12 par defaut) est marque en alerte.
       *> Sans photographie exploitable, le rythme reste inconnu et
       *> la date a zero; une date a 99999999 signifie plus de 999
       *> mois. Appele par capaciteCles et rapportAlertes.

       file-control.
           select f-stats assign 'Stats.dat' organization
           indexed
           access dynamic record key moisStats
           file status is statusStats.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

       file section.
       fd f-stats.
       1 Stats.
           2 moisStats pic 9(6).
           2 trajetsStats pic 9(6).
           2 annuleesStats pic 9(6).
           2 kmStats pic 9(9).
           2 chauffeursActifsStats pic 9(4).
           2 busActifsStats pic 9(4).
           2 incidentsStats pic 9(5).
           2 clesMaxStats pic 9(6) occurs 60 times.

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       working-storage section.
       1 statusStats pic xx.
       1 statusParam pic xx.
       1 moisHistorique pic 9(3) value 6.
       1 horizonMois pic 9(3) value 12.

       1 dateJour pic 9(8).
       1 dateJourDecoupee redefines dateJour.
           2 anneeJour pic 9(4).
           2 moisJour pic 9(2).
           2 pic 9(2).
       1 rangMoisCourant pic 9(6).
       1 rangMoisDebut pic 9(6).
       1 rangMoisStats pic 9(6).
       1 anneeDebut pic 9(4).
       1 moisDebut pic 9(2).
       1 moisDebutFenetre pic 9(6).
       1 moisStatsDecoupe.
           2 anneeStats pic 9(4).
           2 moisStatsNum pic 9(2).

       *> photographie de reference retenue pour chaque fichier
       1 tabReference.
           2 posteReference occurs 60 times.
               3 cleReference pic 9(6).
               3 rangReference pic 9(6).

       1 idxCle pic 9(2).
       1 numerosLibres pic 9(6).
       1 moisRestants pic 9(7)v99.
       1 joursRestants pic 9(7).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       linkage section.
       1 tabCles-parm.
           2 nbFichiersCles-parm pic 9(2).
           2 posteCle-parm occurs 60 times.
               3 nomFichierCle-parm pic x(24).
               3 capaciteCle-parm pic 9(6).
               3 cleMaxCle-parm pic 9(6).
               3 nbEnregCle-parm pic 9(6).
               3 presentCle-parm pic x(01).
                   88 fichierCleAbsent-parm value 'N'.
               3 croissanceCle-parm pic 9(5)v99.
               3 moisMesureCle-parm pic 9(3).
               3 dateSaturationCle-parm pic 9(8).
               3 alerteCle-parm pic x(01).
                   88 cleEnAlerte-parm value 'O'.
       1 horizonMois-parm pic 9(3).

       procedure division using tabCles-parm horizonMois-parm.
           call 'releveCles' using tabCles-parm end-call
           perform mod-chargerParametres

           accept dateJour from date yyyymmdd
           compute rangMoisCourant = anneeJour * 12 + moisJour - 1
           compute rangMoisDebut = rangMoisCourant - moisHistorique
           compute anneeDebut = rangMoisDebut / 12
           compute moisDebut = rangMoisDebut - anneeDebut * 12 + 1
           compute moisDebutFenetre = anneeDebut * 100 + moisDebut

           perform varying idxCle from 1 by 1 until idxCle > 60
               move 0 to cleReference(idxCle)
               move 0 to rangReference(idxCle)
           end-perform
           perform mod-lireHistorique

           perform varying idxCle from 1 by 1
               until idxCle > nbFichiersCles-parm
               perform mod-projeterFichier
           end-perform

           move horizonMois to horizonMois-parm
           goback.

       mod-chargerParametres.
           open input f-parametre
           if statusParam = '00' then
               move 'MOISCLES' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to moisHistorique
                       end-if
               end-read
               move 'HORIZCLES' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to horizonMois
                       end-if
               end-read
               close f-parametre
           end-if
       .

       *> la plus ancienne photographie non nulle de la fenetre sert
       *> de reference (les mois anterieurs a la photographie des
       *> numeros sont a zero)
       mod-lireHistorique.
           open input f-stats
           if statusStats not = '00' then
               exit paragraph
           end-if
           move moisDebutFenetre to moisStats
           set fin-lire to false
           start f-stats key is not less moisStats
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-stats next
                   at end
                       set fin-lire to true
                   not at end
                       move moisStats to moisStatsDecoupe
                       compute rangMoisStats =
                           anneeStats * 12 + moisStatsNum - 1
                       perform varying idxCle from 1 by 1
                           until idxCle > nbFichiersCles-parm
                           if rangReference(idxCle) = 0
                               and clesMaxStats(idxCle) > 0 then
                               move clesMaxStats(idxCle)
                                   to cleReference(idxCle)
                               move rangMoisStats
                                   to rangReference(idxCle)
                           end-if
                       end-perform
               end-read
           end-perform
           close f-stats
       .

       mod-projeterFichier.
           if fichierCleAbsent-parm(idxCle) then
               exit paragraph
           end-if
           compute numerosLibres = capaciteCle-parm(idxCle)
               - cleMaxCle-parm(idxCle)

           if rangReference(idxCle) > 0
               and rangReference(idxCle) < rangMoisCourant
               and cleMaxCle-parm(idxCle) > cleReference(idxCle) then
               compute moisMesureCle-parm(idxCle) =
                   rangMoisCourant - rangReference(idxCle)
               compute croissanceCle-parm(idxCle) rounded =
                   (cleMaxCle-parm(idxCle) - cleReference(idxCle))
                   / moisMesureCle-parm(idxCle)
           end-if

           if numerosLibres = 0 then
               move dateJour to dateSaturationCle-parm(idxCle)
               move 'O' to alerteCle-parm(idxCle)
               exit paragraph
           end-if
           if croissanceCle-parm(idxCle) = 0 then
               exit paragraph
           end-if

           compute moisRestants rounded =
               numerosLibres / croissanceCle-parm(idxCle)
           if moisRestants > 999 then
               move 99999999 to dateSaturationCle-parm(idxCle)
           else
               compute joursRestants rounded = moisRestants * 30.44
               compute dateSaturationCle-parm(idxCle) =
                   function date-of-integer(
                   function integer-of-date(dateJour) + joursRestants)
               if moisRestants <= horizonMois then
                   move 'O' to alerteCle-parm(idxCle)
               end-if
           end-if
       .

       end program projectionCles.
