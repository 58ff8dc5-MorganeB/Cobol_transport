       program-id. gestConnaissances.

       *> registre de connaissance des lignes : circuits sur lesquels
       *> chaque chauffeur a fait son parcours de reconnaissance
       *> (ConnaissanceCircuit.dat), avec la date et le formateur.
       *> Controle a l'affectation par verifConnaissance;
       *> rapportConnaissances compte par circuit les chauffeurs
       *> actifs qui le connaissent.

       file-control.
           select f-connaissance assign 'ConnaissanceCircuit.dat'
           organization indexed access dynamic
           record key cleConnaissance
           alternate record key numCircuitK duplicates
           file status is statusConn.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed
           access dynamic record key numchaufN
           file status is statusChauf.

           select f-circuit assign 'Circuit.dat' organization
           indexed
           access dynamic record key numCircuit
           file status is statusCircuit.

       file section.
       fd f-connaissance.
       1 ConnaissanceCircuit.
           2 cleConnaissance.
               3 numChaufK pic 9(4).
               3 numCircuitK pic 9(4).
           2 dateFormationK pic 9(8).
           2 formateurK pic x(30).

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

       fd f-circuit.
       1 Circuit.
           2 numCircuit pic 9(4).
           2 nomCircuit pic x(30).
           2 villeDepart pic x(20).
           2 villeArrivee pic x(20).
           2 distanceCircuit pic 9(5).
           2 minPlacesCircuit pic 9(3) value 0.
           2 modeleRequisCircuit pic x(20).
           2 dateDebValidite pic 9(8).
           2 dateFinValidite pic 9(8).

       working-storage section.
       1 statusConn pic xx.
       1 statusChauf pic xx.
       1 statusCircuit pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 chauffeurSaisi pic 9(4).
       1 circuitSaisi pic 9(4).
       1 dateSaisie pic 9(8).
       1 formateurSaisi pic x(30).
       1 reponse pic x(01).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 chauffeurExiste value 'o' false 'n'.

       1 pic x value 'n'.
       88 circuitExiste value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
       88 roleConsult-parm value 'C'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-nextPage.
           2 line 24 'Appuyez sur une touche pour afficher la suite' .
           2 s-nextPage line 25 col 80 pic x to nextPage auto secure.

       1 a-plg-menu.
           2 line 3 col 14 'Connaissance des lignes'.
           2 line 5 col 10 '1 Circuits connus d''un chauffeur'.
           2 line 6 col 10 '2 Enregistrer une reconnaissance de '&
           'circuit'.
           2 line 7 col 10 '3 Supprimer une reconnaissance'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 s-plg-chauffeur.
           2 line 5 col 10 'Matricule du chauffeur : '.
           2 s-chauffeur pic 9(4) to chauffeurSaisi required.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Circuits connus du chauffeur '.
           2 a-chauffeurTitre pic 9(4) from chauffeurSaisi.
           2 line 6 col 3 'Circuit'.
           2 line 6 col 12 'Reconnu le'.
           2 line 6 col 25 'Formateur'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numCircuitK.
           2 line i col 12 pic 9(8) from dateFormationK.
           2 line i col 25 pic x(30) from formateurK.

       1 s-plg-circuit.
           2 line 7 col 10 'Num'&x'82'&'ro du circuit : '.
           2 s-circuit pic 9(4) to circuitSaisi required.

       1 s-plg-saisie.
           2 line 9 col 10 'Date du parcours de reconnaissance '&
           '(AAAAMMJJ) : '.
           2 s-date pic 9(8) to dateSaisie required.
           2 line 10 col 10 'Formateur : '.
           2 s-formateur pic x(30) to formateurSaisi.

       1 s-plg-confirmation.
           2 line 9 col 10 'Reconnu le '.
           2 a-date pic 9(8) from dateFormationK.
           2 ' avec '.
           2 a-formateur pic x(30) from formateurK.
           2 line 11 col 10 'Supprimer cette reconnaissance (O/N) : '.
           2 s-reponse pic x to reponse required.

       1 a-plg-chauffeurInexistant.
           2 line 15 col 10 'Ce matricule n''existe pas'.

       1 a-plg-circuitInexistant.
           2 line 15 col 10 'Ce circuit n''existe pas'.

       1 a-plg-dateInvalide.
           2 line 15 col 10 'Saisir une date correcte svp'.

       1 a-plg-inconnue.
           2 line 15 col 10 'Aucune reconnaissance de ce circuit '&
           'pour ce chauffeur'.

       1 a-plg-res.
           2 line 18 col 15 'Reconnaissance enregistr'&x'82'&'e !'.

       1 a-plg-resSuppr.
           2 line 18 col 15 'Reconnaissance supprim'&x'82'&'e !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucune.
           2 line 9 col 4 'Aucun circuit connu pour ce chauffeur'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-enregistrer
                   when 3 perform mod-supprimer
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-effacer
           display s-plg-chauffeur
           accept s-chauffeur

           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-connaissance
           if statusConn = '00' then
               move chauffeurSaisi to numChaufK
               move 0 to numCircuitK
               start f-connaissance key is not less cleConnaissance
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start

               perform until finVerif
                   read f-connaissance next
                       at end
                           set finVerif to true
                       not at end
                           if numChaufK not = chauffeurSaisi then
                               set finVerif to true
                           else
                               set ligneTrouvee to true
                               display a-plg-resListe
                               compute i = i + 1
                               if (i > 20) then
                                   compute i = 8
                                   display a-plg-nextPage
                                   accept s-nextPage
                                   display a-plg-titreListe
                               end-if
                           end-if
                   end-read
               end-perform
               close f-connaissance
           end-if
           if not ligneTrouvee then
               display a-plg-aucune
           end-if
           display a-plg-next
           accept s-next
       .

       mod-enregistrer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-chauffeur
           accept s-chauffeur
           display s-plg-circuit
           accept s-circuit
           perform mod-verifExistence
           if not chauffeurExiste then
               display a-plg-chauffeurInexistant
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           if not circuitExiste then
               display a-plg-circuitInexistant
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           move spaces to formateurSaisi
           display s-plg-saisie
           accept s-date
           accept s-formateur
           if function integer-of-date(dateSaisie) = 0 then
               display a-plg-dateInvalide
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           open i-o f-connaissance
           if statusConn = '35' then
               open output f-connaissance
               close f-connaissance
               open i-o f-connaissance
           end-if
           move chauffeurSaisi to numChaufK
           move circuitSaisi to numCircuitK
           read f-connaissance
               invalid key
                   set ligneTrouvee to false
               not invalid key
                   set ligneTrouvee to true
           end-read
           move chauffeurSaisi to numChaufK
           move circuitSaisi to numCircuitK
           move dateSaisie to dateFormationK
           move formateurSaisi to formateurK
           if ligneTrouvee then
               rewrite ConnaissanceCircuit
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'MODIF' to actionAudit
                       perform mod-ecrireAudit
               end-rewrite
           else
               write ConnaissanceCircuit
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'AJOUT' to actionAudit
                       perform mod-ecrireAudit
               end-write
           end-if
           close f-connaissance

           display a-plg-next
           accept s-next
       .

       mod-supprimer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-chauffeur
           accept s-chauffeur
           display s-plg-circuit
           accept s-circuit

           set ligneTrouvee to false
           open i-o f-connaissance
           if statusConn = '00' then
               move chauffeurSaisi to numChaufK
               move circuitSaisi to numCircuitK
               read f-connaissance
                   not invalid key
                       set ligneTrouvee to true
               end-read
               if ligneTrouvee then
                   display s-plg-confirmation
                   accept s-reponse
                   if reponse = 'O' or reponse = 'o' then
                       delete f-connaissance
                           invalid key
                               display a-plg-nonRes
                           not invalid key
                               display a-plg-resSuppr
                               move 'SUPPR' to actionAudit
                               perform mod-ecrireAudit
                       end-delete
                   end-if
               end-if
               close f-connaissance
           end-if
           if not ligneTrouvee then
               display a-plg-inconnue
           end-if

           display a-plg-next
           accept s-next
       .

       mod-verifExistence.
           set chauffeurExiste to false
           open input f-chaufNouv
           if statusChauf = '00' then
               move chauffeurSaisi to numchaufN
               read f-chaufNouv
                   not invalid key
                       set chauffeurExiste to true
               end-read
               close f-chaufNouv
           end-if

           set circuitExiste to false
           open input f-circuit
           if statusCircuit = '00' then
               move circuitSaisi to numCircuit
               read f-circuit
                   not invalid key
                       set circuitExiste to true
               end-read
               close f-circuit
           end-if
       .

       *> enregistre l'operation dans le journal d'audit (matricule,
       *> circuit en complement)
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'CONNAISSANC' to ligneAudit(25:11)
           move chauffeurSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move circuitSaisi to ligneAudit(54:4)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestConnaissances.
