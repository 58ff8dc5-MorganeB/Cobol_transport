       *>   etape 2  manifeste de demain (manifeste.txt)
       *>   etape 3  export des affectations de demain (export.dat)
       *>   etape 4  rapport des alertes (alertes.txt)
       *>   etape 5  sauvegarde datee des fichiers maitres
       *>   etape 6  controle du chainage du journal d'audit
       *>            (verifAudit, detail dans verifAudit.txt)
       *>   etape 7  diffusion des editions du jour (distribution,
       *>            courriers dans courrierSortant.dat)
       *> un journal d'execution (journalFin.log) trace chaque etape
       *> et un point de reprise (finJournee.ckp) permet de repartir
       *> de l'etape en echec, comme le checkpoint de pg-partie1
           2 nbLignesEdition pic 9(6).

       fd f-auditSource.
       1 ligneAuditSource pic x(100).

       fd f-image.
       1 ligneImage pic x(200).
       1 etapeCourante pic 9.
       1 heureJournal pic 9(6).
       1 compteurEtape pic 9(5).
       1 nbAnomaliesAudit pic 9(5).
       1 nbCourriers pic 9(5).
       1 nbSansAdresse pic 9(5).

       *> saturation des numerotations (projectionCles)
       1 horizonMoisCles pic 9(3).
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
                   88 cleEnAlerte value 'O'.
       1 idxCle pic 9(2).

       1 dateJour pic 9(8).
       1 dateDemain pic 9(8).
           else
               move 0 to derniereEtape
           end-if
           if derniereEtape >= 7 then
               move 0 to derniereEtape
           end-if

               perform mod-ecrireCheckpoint
           end-if

           if derniereEtape < 6 then
               move 6 to etapeCourante
               perform mod-journalDebut
               perform mod-etapeVerifAudit
               perform mod-journalFin
               perform mod-ecrireCheckpoint
           end-if

           if derniereEtape < 7 then
               move 7 to etapeCourante
               perform mod-journalDebut
               perform mod-etapeDistribution
               perform mod-journalFin
               perform mod-ecrireCheckpoint
           end-if

           display a-plg-res
           display a-plg-next
           accept s-next
               close f-indispo
           end-if

           *> numerotations proches de la saturation (projectionCles)
           call 'projectionCles' using tabCles horizonMoisCles
           end-call
           perform varying idxCle from 1 by 1
               until idxCle > nbFichiersCles
               if cleEnAlerte(idxCle) then
                   add 1 to compteurEtape
                   move ligneVide to ligneAlerte
                   move 'NUMEROS' to ligneAlerte(1:7)
                   move cleMaxCle(idxCle) to ligneAlerte(10:6)
                   move nomFichierCle(idxCle) to ligneAlerte(17:24)
                   move dateSaturationCle(idxCle) to ligneAlerte(42:8)
                   write ligneAlerte
               end-if
           end-perform

           close f-alertes

           accept heureGeneration from time
           move 'alertes.txt' to nomSource
           move spaces to nomCopie
           string 'alertes-' dateJour '.txt'
               delimited size into nomCopie
           perform mod-copieDatee
       .

       *> etape 5 : sauvegarde datee des fichiers maitres (images
           perform mod-cataloguerSvg
       .

       *> etape 6 : controle du chainage du journal d'audit et de
       *> ses archives; le resultat est trace dans le journal
       *> d'execution, le detail dans verifAudit.txt
       mod-etapeVerifAudit.
           move 0 to nbAnomaliesAudit
           call 'verifAudit' using nbAnomaliesAudit end-call

           accept heureJournal from time
           move spaces to ligneJournal
           move dateJour to ligneJournal(1:8)
           move heureJournal to ligneJournal(10:6)
           move 'AUDIT' to ligneJournal(18:5)
           if nbAnomaliesAudit = 0 then
               move 'chaine intacte' to ligneJournal(27:14)
           else
               move nbAnomaliesAudit to ligneJournal(27:5)
               move 'anomalie(s), voir verifAudit.txt'
                   to ligneJournal(33:32)
           end-if
           open extend f-journal
           write ligneJournal
           close f-journal
       .

       *> etape 7 : diffusion des editions produites (listes de
       *> Distribution.dat); les courriers sans adresse sont signales
       mod-etapeDistribution.
           move 0 to nbCourriers
           move 0 to nbSansAdresse
           call 'distribution' using nbCourriers nbSansAdresse
           end-call
           move nbCourriers to compteurEtape

           if nbSansAdresse > 0 then
               accept heureJournal from time
               move spaces to ligneJournal
               move dateJour to ligneJournal(1:8)
               move heureJournal to ligneJournal(10:6)
               move 'DIFFUSION' to ligneJournal(18:9)
               move nbSansAdresse to ligneJournal(28:5)
               move 'courrier(s) sans adresse, voir distribution.log'
                   to ligneJournal(34:47)
               open extend f-journal
               write ligneJournal
               close f-journal
           end-if
       .

       end program finJournee.
