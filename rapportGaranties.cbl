       program-id. rapportGaranties.

       *> etat des reclamations de garantie (ReclamGarantie.dat) a la
       *> date du jour dans garanties-AAAAMMJJ.txt : une ligne par
       *> reclamation, puis les montants recuperes (rembourses), en
       *> attente (signalees, envoyees ou acceptees) et perdus
       *> (refusees)

       file-control.
           select f-reclamG assign 'ReclamGarantie.dat'
           organization indexed access dynamic
           record key numReclamG
           alternate record key numIncidentRG duplicates
           file status is statusReclamG.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-reclamG.
       1 ReclamGarantie.
           2 numReclamG pic 9(6).
           2 numIncidentRG pic 9(4).
           2 numBusRG pic 9(4).
           2 origineRG pic x(01).
               88 origineBus value 'B'.
               88 originePiece value 'P'.
           2 refPieceRG pic x(10).
           2 dateIncidentRG pic 9(8).
           2 dateSignalRG pic 9(8).
           2 montantDemandeRG pic 9(6)v99.
           2 statutRG pic x(01).
               88 reclamSignalee value 'S'.
               88 reclamEnvoyee value 'E'.
               88 reclamAcceptee value 'A'.
               88 reclamRefusee value 'R'.
               88 reclamRemboursee value 'P'.
           2 dateEnvoiRG pic 9(8).
           2 refConstructeurRG pic x(20).
           2 montantRembourseRG pic 9(6)v99.
           2 dateRemboursementRG pic 9(8).
           2 operateurRG pic x(10).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusReclamG pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).
       1 dateJour pic 9(8).

       1 nbReclam pic 9(5) value 0.
       1 nbRecupere pic 9(5) value 0.
       1 nbAttente pic 9(5) value 0.
       1 nbPerdu pic 9(5) value 0.
       1 totalDemande pic 9(8)v99 value 0.
       1 totalRecupere pic 9(8)v99 value 0.
       1 totalAttente pic 9(8)v99 value 0.
       1 totalPerdu pic 9(8)v99 value 0.

       1 montantEdite pic zzzzz9.99.
       1 totalEdite pic zzzzzzz9.99.
       1 nbEdite pic zzzz9.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-res.
           2 line 4 col 4 'R'&x'82'&'clamations de garantie'.
           2 line 6 col 10 'Rapport produit : '.
           2 a-nbReclam pic zzzz9 from nbReclam.
           2 ' r'&x'82'&'clamation(s) dans '.
           2 a-nomRapport pic x(30) from nomRapport.

       1 a-plg-vide.
           2 line 4 col 4 'R'&x'82'&'clamations de garantie'.
           2 line 6 col 10 'Aucune r'&x'82'&'clamation enregistr'&
           x'82'&'e'.

       procedure division.
           display a-effacer
           open input f-reclamG
           if statusReclamG not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if

           accept dateJour from date yyyymmdd
           move spaces to nomRapport
           string 'garanties-' dateJour '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'RECLAMATIONS DE GARANTIE au' to ligne(1:27)
           move dateJour to ligne(29:8)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Num.   Inc. Bus  O Piece      Signalee' to ligne(1:38)
           move 'Demande S Rembourse' to ligne(42:19)
           move 'Ref. constr.' to ligne(63:12)
           write rapport

           set fin-lire to false
           read f-reclamG next
           end set fin-lire to true end-read
           perform until fin-lire
               perform mod-traiterReclamation
               read f-reclamG next
               end set fin-lire to true end-read
           end-perform
           close f-reclamG

           perform mod-ecrireTotaux
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-traiterReclamation.
           add 1 to nbReclam
           add montantDemandeRG to totalDemande
           evaluate true
               when reclamRemboursee
                   add 1 to nbRecupere
                   add montantRembourseRG to totalRecupere
               when reclamRefusee
                   add 1 to nbPerdu
                   add montantDemandeRG to totalPerdu
               when other
                   add 1 to nbAttente
                   add montantDemandeRG to totalAttente
           end-evaluate

           move ligneVide to ligne
           move numReclamG to ligne(1:6)
           move numIncidentRG to ligne(8:4)
           move numBusRG to ligne(13:4)
           move origineRG to ligne(18:1)
           move refPieceRG to ligne(20:10)
           move dateSignalRG to ligne(31:8)
           move montantDemandeRG to montantEdite
           move montantEdite to ligne(40:9)
           move statutRG to ligne(50:1)
           if reclamRemboursee then
               move montantRembourseRG to montantEdite
               move montantEdite to ligne(52:9)
           end-if
           move refConstructeurRG(1:18) to ligne(63:18)
           write rapport
       .

       mod-ecrireTotaux.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Total demande' to ligne(1:13)
           move nbReclam to nbEdite
           move nbEdite to ligne(20:5)
           move totalDemande to totalEdite
           move totalEdite to ligne(30:11)
           write rapport
           move ligneVide to ligne
           move 'Recupere (rembourse)' to ligne(1:20)
           move nbRecupere to nbEdite
           move nbEdite to ligne(20:5)
           move totalRecupere to totalEdite
           move totalEdite to ligne(30:11)
           write rapport
           move ligneVide to ligne
           move 'En attente' to ligne(1:10)
           move nbAttente to nbEdite
           move nbEdite to ligne(20:5)
           move totalAttente to totalEdite
           move totalEdite to ligne(30:11)
           write rapport
           move ligneVide to ligne
           move 'Refuse' to ligne(1:6)
           move nbPerdu to nbEdite
           move nbEdite to ligne(20:5)
           move totalPerdu to totalEdite
           move totalEdite to ligne(30:11)
           write rapport
       .

       end program rapportGaranties.
