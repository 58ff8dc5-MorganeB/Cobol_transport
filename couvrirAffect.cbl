       record key dateAstreinte
       file status is statusAstreinte.

       file section.
       fd f-affectation.
       1 Affectation.
           2 numChaufAst pic 9(4).
           2 numBusAst pic 9(4).

       working-storage section.
       1 statusMaj pic xx.
       1 statusAstreinte pic xx.
       88 astreinteTrouvee value 'o' false 'n'.
       1 statusIndispoB pic xx.
       1 statusHab pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 pic x value 'n'.
       88 finVerifHab value 'o' false 'n'.

       *> connaissance de ligne du remplacant (verifConnaissance)
       1 retourConnaissance pic x(01).
       1 reponseConnaissance pic x.

       1 pic x value 'o'.
       88 circuitConnu value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerifChauffeur value 'o' false 'n'.

           'journalis'&x'82'&'e) (O/N) : '.
           2 s-derogation pic x to reponseDerogation.

       1 s-plg-connaissance.
           2 line 21 blank line.
           2 line 21 col 3 'Le rempla'&x'87'&'ant n''a pas reconnu '&
           'le circuit '.
           2 a-circuitConnaissance pic 9(4) from numCircuitA.
           2 line 22 blank line.
           2 line 22 col 3 'Passer outre (d'&x'82'&'rogation '&
           'journalis'&x'82'&'e) (O/N) : '.
           2 s-connaissance pic x to reponseConnaissance.

       1 a-plg-inconnu.
           2 line 20 col 4 'Ce num'&x'82'&'ro n''est pas dans la '&
           'liste '&x'85'&' couvrir'.
       1 a-plg-remplacantInvalide.
           2 line 20 col 4 'Rempla'&x'87'&'ant invalide : inconnu, '&
           'parti, pris, indisponible'.
           2 line 21 col 4 'ou non habilit'&x'82'&' (mod'&x'88'&
           'le, circuit) sur la p'&x'82'&'riode du trajet'.

       1 a-plg-busInvalide.
           2 line 20 col 4 'Bus de remplacement invalide : inconnu, '&
                       set remplacantOk to false
                   end-if
               end-if
               *> connaissance du circuit par le remplacant
               if remplacantOk and busRemplOk
               and remplacantSaisi not = 0 then
                   perform mod-verifConnaissance
                   if not circuitConnu then
                       set remplacantOk to false
                   end-if
               end-if

               evaluate true
                   when not remplacantOk
           end-if
       .

       *> le remplacant doit avoir reconnu le circuit du trajet; a
       *> defaut, l'operateur peut passer outre et la derogation est
       *> journalisee (l'enregistrement du trajet est deja en place)
       mod-verifConnaissance.
           set circuitConnu to true
           call 'verifConnaissance' using remplacantSaisi numCircuitA
               retourConnaissance
           end-call
           if retourConnaissance = 'N' then
               display s-plg-connaissance
               accept s-connaissance
               if reponseConnaissance = 'O'
               or reponseConnaissance = 'o' then
                   perform mod-ecrireAuditConnaissance
               else
                   set circuitConnu to false
               end-if
           end-if
       .

       mod-ecrireAuditConnaissance.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'MODIF' to ligneAudit(18:5)
           move 'CONNAISSANC' to ligneAudit(25:11)
           move remplacantSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move 'derogation' to ligneAudit(54:10)
           move numCircuitA to ligneAudit(65:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-ecrireAuditDerogation.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move operateurID-parm to ligneAudit(43:10)
           move 'derogation' to ligneAudit(54:10)
           move modeleBusChoisi to ligneAudit(65:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> trace au journal la couverture du trajet
           move numSaisi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'couverture' to ligneAudit(54:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> ouverture en mise a jour avec controle du file status :
