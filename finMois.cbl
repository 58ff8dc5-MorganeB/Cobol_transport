       *>   etape 2  facturation mensuelle (facturation)
       *>   etape 3  extrait de paie (extraitPaie)
       *>   etape 4  rapport des frais (rapportFrais)
       *>   etape 5  diffusion des editions du mois (distribution);
       *>            l'extrait de paie et frais.txt sont catalogues
       *>            dans editions.log a la fin de leur etape
       *> un journal d'execution (journalMois.log) trace chaque
       *> etape et un point de reprise (finMois.ckp) permet de
       *> repartir de l'etape en echec, comme finJournee; le mois
       *> termine est marque clos dans MoisClos.dat et ne peut plus
       *> etre traite une seconde fois (une facturation relancee
       *> avait double-facture un client); le mois choisi est impose
       *> a toutes les etapes, qui ne redemandent donc rien; une
       *> cloture posee par erreur se rouvre par l'action reservee
       *> aux administrateurs, journalisee dans audit.log

           select f-checkpoint assign 'finMois.ckp' organization
           line sequential file status is statusCkp.

           select f-editions assign 'editions.log' organization line
           sequential.

           select f-relire assign nomSource organization line
           sequential file status is statusRelire.

       file section.
       fd f-moisClos.
       1 MoisClos.
           2 ckp-mois pic 9(6).
           2 ckp-derniereEtape pic 9.

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       fd f-relire.
       1 ligneRelue pic x(80).

       working-storage section.
       1 statusMoisClos pic xx.
       1 statusCkp pic xx.
       1 statusRelire pic xx.
       1 suivant pic x.
       1 confirmSaisi pic x.

       1 etapeCourante pic 9.
       1 dateJour pic 9(8).
       1 heureJournal pic 9(6).
       1 nomSource pic x(30).
       1 nbLignesSource pic 9(6).
       1 nbCourriers pic 9(5).
       1 nbSansAdresse pic 9(5).

       1 pic x value 'n'.
       88 finRelire value 'o' false 'n'.

       1 pic x value 'n'.
       88 moisDejaClos value 'o' false 'n'.

       1 choixAction pic 9 value 9.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 justificationSaisie pic x(30).
           else
               move 0 to derniereEtape
           end-if
           if derniereEtape >= 5 then
               move 0 to derniereEtape
           end-if
           if derniereEtape > 0 then
               perform mod-journalDebut
               display a-effacer
               call 'extraitPaie' using moisSaisi end-call
               move spaces to nomSource
               string 'paie-' moisSaisi '.dat'
                   delimited size into nomSource
               perform mod-cataloguer
               perform mod-journalFin
               perform mod-ecrireCheckpoint
           end-if
               perform mod-journalDebut
               display a-effacer
               call 'rapportFrais' using moisSaisi end-call
               move 'frais.txt' to nomSource
               perform mod-cataloguer
               perform mod-journalFin
               perform mod-ecrireCheckpoint
           end-if

           if derniereEtape < 5 then
               move 5 to etapeCourante
               perform mod-journalDebut
               move 0 to nbCourriers
               move 0 to nbSansAdresse
               call 'distribution' using nbCourriers nbSansAdresse
               end-call
               perform mod-journalFin
               perform mod-ecrireCheckpoint
           end-if
           move moisSaisi to ligneAudit(37:6)
           move operateurID-parm to ligneAudit(44:10)
           move justificationSaisie to ligneAudit(55:26)
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-verifMoisClos.
           close f-checkpoint
       .

       *> ajoute l'edition nomSource au catalogue editions.log avec
       *> son nombre de lignes, comme les editions de fin de journee
       mod-cataloguer.
           move 0 to nbLignesSource
           open input f-relire
           if statusRelire not = '00' then
               exit paragraph
           end-if
           set finRelire to false
           read f-relire end set finRelire to true end-read
           perform test after until finRelire
               if not finRelire then
                   add 1 to nbLignesSource
               end-if
               read f-relire end set finRelire to true end-read
           end-perform
           close f-relire

           open extend f-editions
           move nomSource to nomEdition
           accept dateEdition from date yyyymmdd
           accept heureEdition from time
           move nbLignesSource to nbLignesEdition
           write ligneEdition
           close f-editions
       .

       end program finMois.
