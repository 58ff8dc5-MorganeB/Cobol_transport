       record key numIndispo
       alternate record key numChaufI duplicates.


       file section.
       fd f-affectation.
           2 dateFinIndispo pic 9(8).
           2 motifIndispo pic x(30).

       working-storage section.
       *> exploitation multi-postes : controle d'ouverture du fichier
       *> de mise a jour, avec ecran d'attente et nouvel essai
       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 j pic 9(3).
       1 nbReaffectees pic 9(3) value 0.
       1 nbIgnorees pic 9(3) value 0.
       1 nbNonConnus pic 9(3) value 0.

       *> connaissance de ligne du remplacant (verifConnaissance) :
       *> les trajets d'un circuit qu'il n'a pas reconnu restent au
       *> chauffeur sortant
       1 retourConnaissance pic x(01).
           88 circuitInconnu value 'N'.

       1 pic x value 'n'.
       88 sortantExiste value 'o' false 'n'.
           2 line 19 col 15 'Affectations ignor'&x'82'&'es '&
           '(conflit) : '.
           2 a-ignorees pic z(3) from nbIgnorees.
           2 line 20 col 15 'dont circuit non reconnu par le '&
           'rempla'&x'87'&'ant : '.
           2 a-nonConnus pic z(3) from nbNonConnus.


       procedure division using operateurID-parm.

               perform mod-verifChauffeur
               perform mod-verifIndispo
               call 'verifConnaissance' using chauffeurRemplacant
                   numCircuitA retourConnaissance
               end-call

               if chauffeurLibre and not chauffeurIndispo
               and not circuitInconnu then
                   move spaces to jrnAvant
                   move Affectation to jrnAvant(1:134)
                   move chauffeurRemplacant to numChaufA
                   end-rewrite
               else
                   add 1 to nbIgnorees
                   if circuitInconnu then
                       add 1 to nbNonConnus
                   end-if
               end-if
           end-perform
       .
           move 'AFFECTATION' to ligneAudit(25:11)
           move numSaisi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .


