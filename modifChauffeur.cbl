           access dynamic record key numchaufN
           file status is statusMaj.

       file section.
       fd f-chaufNouv.
       1 ChaufNouv.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

       working-storage section.
       *> exploitation multi-postes : controle d'ouverture du fichier
       *> de mise a jour, avec ecran d'attente et nouvel essai
       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.

       1 nomAvant pic x(30).
       1 statutAvant pic x(01).
       1 departAvant pic 9(8).

       *> materiel remis et non restitue (compterMateriel) : un
       *> depart est signale et doit etre confirme
       1 nbNonRendus pic 9(3).
       1 reponseDepart pic x.


       *> journal des mises a jour (journalMaj) : images avant/apres
           '(00 si aucun) '.
           2 s-depot line 19 col 43 pic 9(2) to depotSaisi.

       1 s-plg-materiel.
           2 line 20 col 10 'Attention : '.
           2 a-nbNonRendus pic zz9 from nbNonRendus.
           2 ' mat'&x'82'&'riel(s) remis non restitu'&x'82'&'(s)'.
           2 line 21 col 10 'Enregistrer quand m'&x'88'&'me le d'&
           x'82'&'part (O/N) : '.
           2 s-depart pic x to reponseDepart required.

       1 a-plg-res.
           2 line 20 col 15 'Chauffeur modifi'&x'82'&' !'.

           *> si on trouve le matricule
           if trouve then
               move nomN to nomAvant
               move statutN to statutAvant
               move dateDepartN to departAvant
               move spaces to jrnAvant
               move ChaufNouv to jrnAvant(1:156)
               move depotChaufN to depotSaisi
               end-if
               move dateDepartSaisie to dateDepartN
               move depotSaisi to depotChaufN
               perform mod-verifMateriel

               rewrite chaufNouv
                   invalid key
           end-if
       .

       *> un chauffeur qui passe inactif ou recoit une date de depart
       *> alors qu'il detient encore du materiel : sans confirmation,
       *> statut et date de depart restent inchanges
       mod-verifMateriel.
           if not chaufInactif and dateDepartN = 0 then
               exit paragraph
           end-if
           if statutAvant = 'I' and departAvant not = 0 then
               exit paragraph
           end-if
           call 'compterMateriel' using numchaufN nbNonRendus
           end-call
           if nbNonRendus = 0 then
               exit paragraph
           end-if
           display s-plg-materiel
           accept s-depart
           display a-effacer
           if reponseDepart = 'O' or reponseDepart = 'o' then
               exit paragraph
           end-if
           move statutAvant to statutN
           move departAvant to dateDepartN
       .

       *> enregistre la modification dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           move operateurID-parm to ligneAudit(43:10)
           move nomAvant to ligneAudit(54:13)
           move nomSaisi to ligneAudit(68:13)
           call 'ecrireAudit' using ligneAudit end-call
       .


