           alternate record key NumCircuitA duplicates
           alternate record key dateDebAffectA duplicates.

           select f-compteurs assign 'Compteurs.dat' organization
           indexed
           access dynamic record key cleCompteurs
           2 nbChauffeursCpt pic 9(4).
           2 nbBusCpt pic 9(4).

       working-storage section.

       1 statusCompteurs pic xx.
       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 pic x value 'n'.
       88 finVerifAffect value 'o' false 'n'.

       *> materiel remis et non restitue (compterMateriel)
       1 nbNonRendus pic 9(3).


       *> journal des mises a jour (journalMaj) : images avant/apres
       *> rejouables par rollForward apres une restauration
           2 line 19 col 15 'Ce chauffeur a des affectations.'.
           2 line 20 col 15 'Suppression impossible'.

       1 a-plg-materielNonRendu.
           2 line 19 col 15 'Ce chauffeur d'&x'82'&'tient du '&
           'mat'&x'82'&'riel non restitu'&x'82'&'.'.
           2 line 20 col 15 'Suppression impossible'.


       procedure division using operateurID-parm.
           display s-plg-saisie
                   end-perform
               end-if
               close f-affectation
               call 'compterMateriel' using numSaisi nbNonRendus
               end-call

               evaluate true
                   when aDesAffectations
                       display a-plg-encoursutilisation
                   when nbNonRendus > 0
                       display a-plg-materielNonRendu
                   when other
                       perform mod-confirmerSuppr
               end-evaluate
           else
               display a-plg-nonRes
           end-if
           goback.


       mod-confirmerSuppr.
           display s-plg-confirm
           accept s-confirm

           if confirmSaisi = 'O' or confirmSaisi = 'o' then
               move spaces to jrnAvant
               move ChaufNouv to jrnAvant(1:156)
               delete f-chaufNouv
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       perform mod-journaliserSuppr
                       perform mod-majCompteurs
                       perform mod-ecrireAudit
               end-delete
           else
               display a-plg-abandon
           end-if
       .

       *> enregistre la suppression dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           move numSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move nomN to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .


