       *> sans fin et sa consultation ralentit chaque mois; la
       *> rotation deplace les lignes du mois clos vers l'archive
       *> datee audit-AAAAMM.log (meme esprit que les generations
       *> svg- de la sauvegarde) et reecrit audit.log avec le reste.
       *> Les lignes sont recopiees entieres (numero de sequence et
       *> somme de chainage compris) et l'archive est inscrite dans
       *> auditArchives.log pour que verifAudit suive la chaine.

       file-control.
           select f-audit assign 'audit.log' organization line
           select f-travail assign 'audit.travail' organization line
           sequential file status is statusTravail.

           select f-catArchives assign 'auditArchives.log'
           organization line sequential
           file status is statusCatArchives.

       file section.
       fd f-audit.
       1 ligneAudit pic x(100).

       fd f-archive.
       1 ligneArchive pic x(100).

       fd f-travail.
       1 ligneTravail pic x(100).

       *> archives du journal d'audit dans l'ordre de creation
       fd f-catArchives.
       1 ligneCatArchive.
           2 dateCatArchive pic 9(8).
           2 nomCatArchive pic x(30).
           2 nbLignesCatArchive pic 9(7).

       working-storage section.
       1 statusAudit pic xx.
       1 statusTravail pic xx.
       1 statusCatArchives pic xx.
       1 suivant pic x.
       1 confirmSaisi pic x.
       1 nomArchive pic x(20).
           close f-archive
           close f-travail

           open extend f-catArchives
           if statusCatArchives not = '00' then
               open output f-catArchives
           end-if
           accept dateCatArchive from date yyyymmdd
           move nomArchive to nomCatArchive
           move nbArchivees to nbLignesCatArchive
           write ligneCatArchive
           close f-catArchives

           *> seconde passe : le journal courant est reecrit depuis
           *> le fichier de travail
           set fin-lire to false
