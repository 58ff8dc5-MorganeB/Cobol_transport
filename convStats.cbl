       program-id. convStats.

       *> conversion unique de Stats.dat : chaque ligne mensuelle est
       *> relue dans l'ancien dessin et recopiee vers StatsNouv.dat au
       *> nouveau dessin, qui ajoute les plus grands numeros en
       *> service par fichier (clesMaxStats, a zero pour les mois
       *> deja clos : projectionCles les ignore). Le fichier converti
       *> est mis en place a la main (renommage) avant la reprise,
       *> comme pour convNumAffect.

       file-control.
           select f-statsV assign 'Stats.dat' organization
           indexed
           access dynamic record key moisStatsV
           file status is statusVieux.

           select f-statsN assign 'StatsNouv.dat' organization
           indexed
           access dynamic record key moisStats
           file status is statusNouv.

       file section.
       *> ancien dessin de Stats.dat
       fd f-statsV.
       1 StatsV.
           2 moisStatsV pic 9(6).
           2 trajetsStatsV pic 9(6).
           2 annuleesStatsV pic 9(6).
           2 kmStatsV pic 9(9).
           2 chauffeursActifsStatsV pic 9(4).
           2 busActifsStatsV pic 9(4).
           2 incidentsStatsV pic 9(5).

       fd f-statsN.
       1 Stats.
           2 moisStats pic 9(6).
           2 trajetsStats pic 9(6).
           2 annuleesStats pic 9(6).
           2 kmStats pic 9(9).
           2 chauffeursActifsStats pic 9(4).
           2 busActifsStats pic 9(4).
           2 incidentsStats pic 9(5).
           2 clesMaxStats pic 9(6) occurs 60 times.

       working-storage section.
       1 statusVieux pic xx.
       1 statusNouv pic xx.
       1 suivant pic x.
       1 confirmSaisi pic x.
       1 nbConverties pic 9(6) value 0.
       1 idxCle pic 9(2).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       screen section.
       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-titre.
           2 blank screen.
           2 line 3 col 4 'Conversion des statistiques mensuelles'.
           2 line 5 col 4 'Stats.dat est recopi'&x'82'&' vers '&
           'StatsNouv.dat au nouveau dessin,'.
           2 line 6 col 4 x'85'&' mettre en place par renommage.'.
           2 line 8 col 4 'Confirmer (O/N) : '.
           2 s-confirm pic x to confirmSaisi required.

       1 a-plg-abandon.
           2 line 12 col 4 'Conversion abandonn'&x'82'&'e'.

       1 a-plg-absent.
           2 line 12 col 4 'Stats.dat absent ou illisible'.

       1 a-plg-fin.
           2 line 12 col 4 'Mois convertis : '.
           2 a-nbConverties pic z(5)9 from nbConverties.

       procedure division.
           display s-plg-titre
           accept s-confirm
           if confirmSaisi not = 'O' and confirmSaisi not = 'o' then
               display a-plg-abandon
               display a-plg-next
               accept s-next
               goback
           end-if

           open input f-statsV
           if statusVieux not = '00' then
               display a-plg-absent
               display a-plg-next
               accept s-next
               goback
           end-if

           open output f-statsN
           read f-statsV next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   move moisStatsV to moisStats
                   move trajetsStatsV to trajetsStats
                   move annuleesStatsV to annuleesStats
                   move kmStatsV to kmStats
                   move chauffeursActifsStatsV to chauffeursActifsStats
                   move busActifsStatsV to busActifsStats
                   move incidentsStatsV to incidentsStats
                   perform varying idxCle from 1 by 1
                       until idxCle > 60
                       move 0 to clesMaxStats(idxCle)
                   end-perform
                   write Stats
                       not invalid key
                           add 1 to nbConverties
                   end-write
               end-if
               read f-statsV next
               end set fin-lire to true end-read
           end-perform
           close f-statsN
           close f-statsV

           display a-plg-fin
           display a-plg-next
           accept s-next
           goback.

       end program convStats.
