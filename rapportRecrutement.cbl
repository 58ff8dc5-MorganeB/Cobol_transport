       program-id. rapportRecrutement.

       *> entonnoir de recrutement du mois, par depot de candidature
       *> (Candidat.dat) : candidatures recues dans le mois, puis
       *> parmi elles celles arrivees a l'entretien, au test de
       *> conduite, a l'offre et a l'embauche, et celles refusees;
       *> s'y ajoutent les embauches prononcees dans le mois quelle
       *> que soit la date de candidature. Edition
       *> recrutement-AAAAMM.txt.

       file-control.
           select f-candidat assign 'Candidat.dat'
           organization indexed access dynamic
           record key numCandidat
           file status is statusCandidat.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-candidat.
       1 Candidat.
           2 numCandidat pic 9(4).
           2 nomCa pic x(30).
           2 prenomCa pic x(30).
           2 telephoneCa pic x(15).
           2 adresseCa pic x(40).
           2 categoriePermisCa pic x(02).
           2 datePermisCa pic 9(8).
           2 dateExpPermisCa pic 9(8).
           2 certifCa occurs 3 times.
               3 typeCertifCa pic x(10).
               3 dateObtCertifCa pic 9(8).
               3 dateExpCertifCa pic 9(8).
           2 depotCa pic 9(2).
           2 etapeCa pic x(01).
               88 etapePostule value 'P'.
               88 etapeEntretien value 'E'.
               88 etapeTest value 'T'.
               88 etapeOffre value 'O'.
               88 etapeEmbauche value 'H'.
               88 etapeRefus value 'R'.
               88 candidatureClose values 'H' 'R'.
           2 dateCandidatureCa pic 9(8).
           2 dateEntretienCa pic 9(8).
           2 dateTestCa pic 9(8).
           2 dateOffreCa pic 9(8).
           2 dateEmbaucheCa pic 9(8).
           2 dateRefusCa pic 9(8).
           2 numChaufCa pic 9(4).
           2 commentaireCa pic x(30).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusCandidat pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).
       1 moisSaisi pic 9(6) value 0.
       1 moisCandidature pic 9(6).
       1 moisEmbauche pic 9(6).

       *> compteurs par depot (00 = sans depot, en position 1) et
       *> total en position 101 : recues, entretien, test, offre,
       *> embauche, refus, embauches du mois
       1 idxDepot pic 9(3).
       1 depotEdite pic 9(2).
       1 tabEntonnoir.
           2 ligneDepot occurs 101 times.
               3 nbRecues pic 9(5).
               3 nbEntretien pic 9(5).
               3 nbTest pic 9(5).
               3 nbOffre pic 9(5).
               3 nbEmbauche pic 9(5).
               3 nbRefus pic 9(5).
               3 nbEmbauchesMois pic 9(5).
       1 nbEdite pic zzzz9.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       linkage section.
       1 moisImpose-parm pic 9(6).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-saisie.
           2 line 4 col 4 'Rapport de recrutement'.
           2 line 6 col 10 'Mois (AAAAMM) : '.
           2 s-mois pic 9(6) to moisSaisi required.

       1 a-plg-res.
           2 line 4 col 4 'Rapport de recrutement'.
           2 line 6 col 10 'Candidatures du mois : '.
           2 a-nbRecues pic zzzz9 from nbRecues(101).
           2 line 7 col 10 'Embauches du mois : '.
           2 a-nbEmbauches pic zzzz9 from nbEmbauchesMois(101).
           2 line 9 col 10 'D'&x'82'&'tail dans '.
           2 a-nomRapport pic x(30) from nomRapport.

       1 a-plg-vide.
           2 line 4 col 4 'Rapport de recrutement'.
           2 line 6 col 10 'Aucun candidat enregistr'&x'82'.

       procedure division using moisImpose-parm.
           if moisImpose-parm not = 0 then
               move moisImpose-parm to moisSaisi
           else
               display a-effacer
               display s-plg-saisie
               accept s-mois
           end-if

           display a-effacer
           open input f-candidat
           if statusCandidat not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if

           move zero to tabEntonnoir
           set fin-lire to false
           read f-candidat next end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   perform mod-cumulerCandidat
               end-if
               read f-candidat next end set fin-lire to true end-read
           end-perform
           close f-candidat

           move spaces to nomRapport
           string 'recrutement-' moisSaisi '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'ENTONNOIR DE RECRUTEMENT du mois' to ligne(1:32)
           move moisSaisi to ligne(34:6)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Depot        Recues Entret.   Test  Offre Embauc.'
               to ligne(1:50)
           move ' Refus Emb.mois' to ligne(51:15)
           write rapport

           perform varying idxDepot from 1 by 1 until idxDepot > 101
               if nbRecues(idxDepot) > 0
               or nbEmbauchesMois(idxDepot) > 0 then
                   perform mod-ecrireLigne
               end-if
           end-perform
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       *> cohorte du mois : l'etape atteinte se lit aux dates
       *> d'etape renseignees (une etape sautee reste a 0, l'etape
       *> suivante la compte comme franchie)
       mod-cumulerCandidat.
           compute idxDepot = depotCa + 1
           move dateCandidatureCa(1:6) to moisCandidature
           move dateEmbaucheCa(1:6) to moisEmbauche

           if moisCandidature = moisSaisi then
               add 1 to nbRecues(idxDepot) nbRecues(101)
               if dateEntretienCa not = 0 or dateTestCa not = 0
               or dateOffreCa not = 0 or dateEmbaucheCa not = 0 then
                   add 1 to nbEntretien(idxDepot) nbEntretien(101)
               end-if
               if dateTestCa not = 0 or dateOffreCa not = 0
               or dateEmbaucheCa not = 0 then
                   add 1 to nbTest(idxDepot) nbTest(101)
               end-if
               if dateOffreCa not = 0 or dateEmbaucheCa not = 0 then
                   add 1 to nbOffre(idxDepot) nbOffre(101)
               end-if
               if etapeEmbauche then
                   add 1 to nbEmbauche(idxDepot) nbEmbauche(101)
               end-if
               if etapeRefus then
                   add 1 to nbRefus(idxDepot) nbRefus(101)
               end-if
           end-if

           if etapeEmbauche and moisEmbauche = moisSaisi then
               add 1 to nbEmbauchesMois(idxDepot)
                   nbEmbauchesMois(101)
           end-if
       .

       mod-ecrireLigne.
           move ligneVide to ligne
           evaluate idxDepot
               when 1
                   move 'Sans depot' to ligne(1:10)
               when 101
                   move 'Total' to ligne(1:5)
               when other
                   move 'Depot' to ligne(1:5)
                   compute depotEdite = idxDepot - 1
                   move depotEdite to ligne(7:2)
           end-evaluate
           move nbRecues(idxDepot) to nbEdite
           move nbEdite to ligne(14:5)
           move nbEntretien(idxDepot) to nbEdite
           move nbEdite to ligne(21:5)
           move nbTest(idxDepot) to nbEdite
           move nbEdite to ligne(28:5)
           move nbOffre(idxDepot) to nbEdite
           move nbEdite to ligne(35:5)
           move nbEmbauche(idxDepot) to nbEdite
           move nbEdite to ligne(43:5)
           move nbRefus(idxDepot) to nbEdite
           move nbEdite to ligne(51:5)
           move nbEmbauchesMois(idxDepot) to nbEdite
           move nbEdite to ligne(60:5)
           write rapport
       .

       end program rapportRecrutement.
