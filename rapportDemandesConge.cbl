       program-id. rapportDemandesConge.

       *> delais de reponse aux demandes de conge (DemandeConge.dat) :
       *> pour chaque demande tranchee, jours entre la date de la
       *> demande et la decision; pour chaque demande en attente,
       *> jours d'attente a ce jour. Totaux : delai moyen et maximal
       *> des reponses, nombre et plus longue attente des demandes
       *> en suspens. Edition delaisConges-AAAAMMJJ.txt.

       file-control.
           select f-demande assign 'DemandeConge.dat'
           organization indexed access dynamic
           record key numDemande
           alternate record key numChaufD duplicates
           file status is statusDemande.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-demande.
       1 DemandeConge.
           2 numDemande pic 9(4).
           2 numChaufD pic 9(4).
           2 dateDemandeD pic 9(8).
           2 dateDebD pic 9(8).
           2 dateFinD pic 9(8).
           2 typeD pic x(01).
               88 typeCongePaye value 'C'.
               88 typeRecuperation value 'R'.
               88 typeSansSolde value 'S'.
               88 typeFamilial value 'F'.
           2 statutD pic x(01).
               88 demandeEnAttente value 'E'.
               88 demandeApprouvee value 'A'.
               88 demandeRefusee value 'R'.
           2 saisiParD pic x(10).
           2 dateDecisionD pic 9(8).
           2 decideParD pic x(10).
           2 commentaireD pic x(40).
           2 numIndispoD pic 9(4).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusDemande pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).
       1 dateJour pic 9(8).

       1 delaiJours pic 9(4).
       1 nbTranchees pic 9(5) value 0.
       1 nbApprouvees pic 9(5) value 0.
       1 nbRefusees pic 9(5) value 0.
       1 totalDelais pic 9(7) value 0.
       1 delaiMax pic 9(4) value 0.
       1 delaiMoyen pic 9(4)v9 value 0.
       1 nbEnAttente pic 9(5) value 0.
       1 attenteMax pic 9(4) value 0.

       1 nbEdite pic zzzz9.
       1 delaiEdite pic zzz9.
       1 moyenEdite pic zzz9.9.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-res.
           2 line 4 col 4 'D'&x'82'&'lais de r'&x'82'&'ponse aux '&
           'demandes de cong'&x'82'&'s'.
           2 line 6 col 10 'Demandes tranch'&x'82'&'es : '.
           2 a-nbTranchees pic zzzz9 from nbTranchees.
           2 ' (approuv'&x'82'&'es '.
           2 a-nbApprouvees pic zzzz9 from nbApprouvees.
           2 ', refus'&x'82'&'es '.
           2 a-nbRefusees pic zzzz9 from nbRefusees.
           2 ')'.
           2 line 7 col 10 'D'&x'82'&'lai moyen de r'&x'82'&'ponse : '.
           2 a-delaiMoyen pic zzz9.9 from delaiMoyen.
           2 ' j, maximum : '.
           2 a-delaiMax pic zzz9 from delaiMax.
           2 ' j'.
           2 line 9 col 10 'Demandes en attente : '.
           2 a-nbEnAttente pic zzzz9 from nbEnAttente.
           2 ', la plus ancienne depuis '.
           2 a-attenteMax pic zzz9 from attenteMax.
           2 ' j'.
           2 line 11 col 10 'D'&x'82'&'tail dans '.
           2 a-nomRapport pic x(30) from nomRapport.

       1 a-plg-vide.
           2 line 4 col 4 'D'&x'82'&'lais de r'&x'82'&'ponse aux '&
           'demandes de cong'&x'82'&'s'.
           2 line 6 col 10 'Aucune demande enregistr'&x'82'&'e'.

       procedure division.
           display a-effacer
           open input f-demande
           if statusDemande not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if

           accept dateJour from date yyyymmdd
           move spaces to nomRapport
           string 'delaisConges-' dateJour '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'DELAIS DE REPONSE AUX DEMANDES DE CONGES au' to
               ligne(1:43)
           move dateJour to ligne(45:8)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Dem. Chauf Demandee Decidee  Delai Decision' to
               ligne(1:43)
           move 'Par' to ligne(50:3)
           write rapport

           set fin-lire to false
           read f-demande next end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   perform mod-traiterDemande
               end-if
               read f-demande next end set fin-lire to true end-read
           end-perform

           if nbTranchees > 0 then
               compute delaiMoyen rounded = totalDelais / nbTranchees
           end-if

           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Demandes tranchees' to ligne(1:18)
           move nbTranchees to nbEdite
           move nbEdite to ligne(30:5)
           write rapport
           move ligneVide to ligne
           move 'Delai moyen de reponse (j)' to ligne(1:26)
           move delaiMoyen to moyenEdite
           move moyenEdite to ligne(29:6)
           write rapport
           move ligneVide to ligne
           move 'Delai maximal (j)' to ligne(1:17)
           move delaiMax to delaiEdite
           move delaiEdite to ligne(31:4)
           write rapport
           move ligneVide to ligne
           move 'Demandes en attente' to ligne(1:19)
           move nbEnAttente to nbEdite
           move nbEdite to ligne(30:5)
           write rapport
           move ligneVide to ligne
           move 'Plus longue attente (j)' to ligne(1:23)
           move attenteMax to delaiEdite
           move delaiEdite to ligne(31:4)
           write rapport

           close f-rapport
           close f-demande

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       *> une ligne par demande : delai de la decision, ou attente a
       *> ce jour pour une demande encore en suspens
       mod-traiterDemande.
           move ligneVide to ligne
           move numDemande to ligne(1:4)
           move numChaufD to ligne(6:4)
           move dateDemandeD to ligne(11:8)
           if demandeEnAttente then
               compute delaiJours =
                   function integer-of-date(dateJour)
                   - function integer-of-date(dateDemandeD)
               add 1 to nbEnAttente
               if delaiJours > attenteMax then
                   move delaiJours to attenteMax
               end-if
               move 'en attente' to ligne(20:10)
               move delaiJours to delaiEdite
               move delaiEdite to ligne(30:4)
           else
               if dateDecisionD > dateDemandeD then
                   compute delaiJours =
                       function integer-of-date(dateDecisionD)
                       - function integer-of-date(dateDemandeD)
               else
                   move 0 to delaiJours
               end-if
               add 1 to nbTranchees
               add delaiJours to totalDelais
               if delaiJours > delaiMax then
                   move delaiJours to delaiMax
               end-if
               move dateDecisionD to ligne(20:8)
               move delaiJours to delaiEdite
               move delaiEdite to ligne(30:4)
               if demandeApprouvee then
                   add 1 to nbApprouvees
                   move 'approuvee' to ligne(35:9)
               else
                   add 1 to nbRefusees
                   move 'refusee' to ligne(35:7)
               end-if
               move decideParD to ligne(50:10)
           end-if
           write rapport
       .

       end program rapportDemandesConge.
