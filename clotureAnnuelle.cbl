           select f-auditArchive assign nomArchive organization
           line sequential.

           select f-catArchives assign 'auditArchives.log'
           organization line sequential
           file status is statusCatArchives.

           select f-rapport assign nomRapport organization line
           sequential.

           2 dateClotureIncident pic 9(8).

       fd f-audit.
       1 ligneAuditLue pic x(100).

       fd f-auditArchive.
       1 ligneArchive pic x(100).

       *> archives du journal d'audit dans l'ordre de creation,
       *> parcourues par verifAudit
       fd f-catArchives.
       1 ligneCatArchive.
           2 dateCatArchive pic 9(8).
           2 nomCatArchive pic x(30).
           2 nbLignesCatArchive pic 9(7).

       fd f-rapport.
       1 rapport.
       1 statusIndispo pic xx.
       1 statusFIncident pic xx.
       1 statusAudit pic xx.
       1 statusCatArchives pic xx.
       1 suivant pic x.
       1 confirmSaisi pic x.
       1 ligneVide pic x(80) value spaces.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).

           *> ouverture des droits a conges de la nouvelle annee
           call 'ouvertureConges' using operateurID-parm end-call

           *> avoirs de ristourne de l'annee close
           call 'ristournes' using operateurID-parm anneeSaisie
           end-call

           display a-effacer
           display a-plg-res
           display a-plg-next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       move ligneAuditLue to ligneArchive
                       write ligneArchive
                       add 1 to nbLignesAudit
                   end-if
               end-perform
               close f-auditArchive
               close f-audit
               perform mod-cataloguerArchive
           end-if

           *> journal neuf : la chaine continue dans le nouveau
           *> fichier, la ligne de cloture suit la derniere archivee
           open output f-audit
           close f-audit
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move operateurID-parm to ligneAudit(43:10)
           move 'exercice' to ligneAudit(54:8)
           move anneeSaisie to ligneAudit(63:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-cataloguerArchive.
           open extend f-catArchives
           if statusCatArchives not = '00' then
               open output f-catArchives
           end-if
           accept dateCatArchive from date yyyymmdd
           move nomArchive to nomCatArchive
           move nbLignesAudit to nbLignesCatArchive
           write ligneCatArchive
           close f-catArchives
       .

       end program clotureAnnuelle.
