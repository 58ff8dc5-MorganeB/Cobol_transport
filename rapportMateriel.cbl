       program-id. rapportMateriel.

       *> materiel remis et non restitue (MaterielRemis.dat, date de
       *> retour a 0) : detail par chauffeur avec sous-total, les
       *> chauffeurs inactifs ou partis etant signales, puis
       *> recapitulatif par depot d'attache du chauffeur. Edition
       *> materielNonRendu-AAAAMMJJ.txt.

       file-control.
           select f-materiel assign 'MaterielRemis.dat'
           organization indexed access dynamic
           record key numMateriel
           alternate record key numSerieM duplicates
           alternate record key numChaufM duplicates
           file status is statusMateriel.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed access dynamic record key numchaufN
           file status is statusChauf.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-materiel.
       1 MaterielRemis.
           2 numMateriel pic 9(4).
           2 typeMateriel pic x(10).
           2 numSerieM pic x(20).
           2 numChaufM pic 9(4).
           2 dateRemiseM pic 9(8).
           2 dateRetourM pic 9(8).
               88 materielNonRendu value 0.
           2 etatM pic x(01).

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
       1 statusMateriel pic xx.
       1 statusChauf pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).
       1 dateJour pic 9(8).

       1 nbChauffeur pic 9(3).
       1 nbTotal pic 9(5) value 0.
       1 nbChauffeurs pic 9(4) value 0.
       1 nbEdite pic zzzz9.

       *> cumul par depot d'attache (00 = sans depot, en position 1)
       1 idxDepot pic 9(3).
       1 depotEdite pic 9(2).
       1 tabDepots.
           2 nbParDepot pic 9(5) occurs 100 times.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-res.
           2 line 4 col 4 'Mat'&x'82'&'riel remis non restitu'&x'82'.
           2 line 6 col 10 'Mat'&x'82'&'riels non rendus : '.
           2 a-nbTotal pic zzzz9 from nbTotal.
           2 line 7 col 10 'Chauffeurs concern'&x'82'&'s : '.
           2 a-nbChauffeurs pic zzz9 from nbChauffeurs.
           2 line 9 col 10 'D'&x'82'&'tail dans '.
           2 a-nomRapport pic x(30) from nomRapport.

       1 a-plg-vide.
           2 line 4 col 4 'Mat'&x'82'&'riel remis non restitu'&x'82'.
           2 line 6 col 10 'Aucun mat'&x'82'&'riel enregistr'&x'82'.

       procedure division.
           display a-effacer
           open input f-materiel
           if statusMateriel not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-chaufNouv

           accept dateJour from date yyyymmdd
           move spaces to nomRapport
           string 'materielNonRendu-' dateJour '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'MATERIEL REMIS NON RESTITUE au' to ligne(1:30)
           move dateJour to ligne(32:8)
           write rapport
           move ligneVide to ligne
           write rapport

           move zero to tabDepots
           set fin-lire to false
           read f-chaufNouv next end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   perform mod-traiterChauffeur
               end-if
               read f-chaufNouv next end set fin-lire to true end-read
           end-perform

           perform mod-ecrireDepots

           close f-rapport
           close f-chaufNouv
           close f-materiel

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       *> materiel non rendu du chauffeur courant par l'index
       *> alternatif numChaufM; l'en-tete n'est ecrit qu'au premier
       *> materiel trouve
       mod-traiterChauffeur.
           move 0 to nbChauffeur
           move numchaufN to numChaufM
           start f-materiel key is equal numChaufM
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-materiel next
                   at end
                       set finVerif to true
                   not at end
                       if numChaufM not = numchaufN then
                           set finVerif to true
                       else
                           if materielNonRendu then
                               perform mod-ecrireMateriel
                           end-if
                       end-if
               end-read
           end-perform

           if nbChauffeur > 0 then
               add 1 to nbChauffeurs
               compute idxDepot = depotChaufN + 1
               add nbChauffeur to nbParDepot(idxDepot)
               move ligneVide to ligne
               move 'Total chauffeur' to ligne(5:15)
               move nbChauffeur to nbEdite
               move nbEdite to ligne(22:5)
               write rapport
               move ligneVide to ligne
               write rapport
           end-if
       .

       mod-ecrireMateriel.
           if nbChauffeur = 0 then
               move ligneVide to ligne
               move numchaufN to ligne(1:4)
               move nomN to ligne(6:20)
               move prenomN to ligne(27:15)
               move 'depot' to ligne(43:5)
               move depotChaufN to ligne(49:2)
               if chaufInactif or dateDepartN not = 0 then
                   move 'PARTI / INACTIF' to ligne(53:15)
                   move dateDepartN to ligne(69:8)
               end-if
               write rapport
           end-if
           add 1 to nbChauffeur
           add 1 to nbTotal
           move ligneVide to ligne
           move numMateriel to ligne(5:4)
           move typeMateriel to ligne(10:10)
           move numSerieM to ligne(21:20)
           move 'remis le' to ligne(42:8)
           move dateRemiseM to ligne(51:8)
           write rapport
       .

       mod-ecrireDepots.
           move ligneVide to ligne
           move 'RECAPITULATIF PAR DEPOT' to ligne(1:23)
           write rapport
           perform varying idxDepot from 1 by 1 until idxDepot > 100
               if nbParDepot(idxDepot) > 0 then
                   move ligneVide to ligne
                   if idxDepot = 1 then
                       move 'Sans depot' to ligne(1:10)
                   else
                       move 'Depot' to ligne(1:5)
                       compute depotEdite = idxDepot - 1
                       move depotEdite to ligne(7:2)
                   end-if
                   move nbParDepot(idxDepot) to nbEdite
                   move nbEdite to ligne(22:5)
                   write rapport
               end-if
           end-perform
           move ligneVide to ligne
           move 'Total general' to ligne(1:13)
           move nbTotal to nbEdite
           move nbEdite to ligne(22:5)
           write rapport
       .

       end program rapportMateriel.
