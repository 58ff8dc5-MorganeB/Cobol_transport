       program-id. rapportAbonnements.

       *> rapport mensuel des abonnements : nombre d'abonnements
       *> actifs par circuit sur le mois demande (regles, non
       *> resilies, dont la validite recouvre le mois) puis liste des
       *> abonnements qui arrivent a echeance dans les 30 jours qui
       *> suivent la date du jour, pour relancer les titulaires

       file-control.
           select f-abonnement assign 'Abonnement.dat'
           organization indexed access dynamic
           record key numAbonnement
           file status is statusAbo.

           select f-rapport assign nomRapport organization line
           sequential.

       file section.
       fd f-abonnement.
       1 Abonnement.
           2 numAbonnement pic 9(6).
           2 nomTitulaire pic x(30).
           2 telTitulaire pic x(15).
           2 numClientAbo pic 9(4).
           2 circuitsAbo.
               3 circuitAbo pic 9(4) occurs 5 times.
           2 typeAbo pic x(01).
               88 aboMensuel value 'M'.
               88 aboAnnuel value 'A'.
           2 dateDebAbo pic 9(8).
           2 dateFinAbo pic 9(8).
           2 prixAbo pic 9(5)v99.
           2 statutPaiementAbo pic x(01).
               88 aboARegler value 'N'.
               88 aboRegle value 'P'.
               88 aboResilie value 'R'.
           2 modePaiementAbo pic x(01).
               88 paiementEspecesAbo value 'E'.
               88 paiementCarteAbo value 'C'.
           2 dateVenteAbo pic 9(8).
           2 datePaiementAbo pic 9(8).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusAbo pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 moisSaisi pic 9(6) value 0.
       1 debutMois pic 9(8).
       1 finMois pic 9(8).
       1 dateJour pic 9(8).
       1 dateLimite pic 9(8).
       1 nbActifs pic 9(5) value 0.
       1 nbEcheances pic 9(5) value 0.
       1 idxTab pic 9(3).
       1 idxCircuit pic 9(1).
       1 prixEdite pic zzzz9.99.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       *> abonnements actifs par circuit
       1 nbCircuits pic 9(3) value 0.
       1 tabCircuits.
           2 tabCircLigne occurs 200 times.
               3 tabCircNum pic 9(4).
               3 tabCircAbos pic 9(5).

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-saisie.
           2 line 4 col 4 'Rapport des abonnements'.
           2 line 6 col 10 'Mois '&x'85'&' analyser (AAAAMM) : '.
           2 s-mois pic 9(6) to moisSaisi required.

       1 a-plg-res.
           2 line 18 col 10 'Rapport produit : '.
           2 a-nbActifs pic z(4)9 from nbActifs.
           2 ' abonnement(s) actif(s), '.
           2 a-nbEcheances pic z(4)9 from nbEcheances.
           2 ' '&x'85'&' '&x'82'&'ch'&x'82'&'ance'.

       1 a-plg-vide.
           2 line 18 col 10 'Aucun abonnement enregistr'&x'82'.

       procedure division.
           display a-effacer
           display s-plg-saisie
           accept s-mois

           move spaces to nomRapport
           string 'abonnements-' moisSaisi '.txt'
               delimited size into nomRapport

           open input f-abonnement
           if statusAbo not = '00' then
               display a-plg-vide
               display a-plg-next
               accept s-next
               goback
           end-if

           *> bornes du mois : du 1er au veille du 1er du mois suivant
           move moisSaisi to debutMois(1:6)
           move '01' to debutMois(7:2)
           if moisSaisi(5:2) = '12' then
               compute finMois = (moisSaisi + 89) * 100 + 1
           else
               compute finMois = (moisSaisi + 1) * 100 + 1
           end-if
           compute finMois = function date-of-integer(
               function integer-of-date(finMois) - 1)

           accept dateJour from date yyyymmdd
           compute dateLimite = function date-of-integer(
               function integer-of-date(dateJour) + 30)

           open output f-rapport
           move ligneVide to ligne
           move 'ABONNEMENTS DU MOIS' to ligne(1:19)
           move moisSaisi to ligne(21:6)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Echeances du' to ligne(1:12)
           move dateJour to ligne(14:8)
           move 'au' to ligne(23:2)
           move dateLimite to ligne(26:8)
           move ':' to ligne(35:1)
           write rapport
           move ligneVide to ligne
           move 'Numero Titulaire' to ligne(3:16)
           move 'Telephone' to ligne(34:9)
           move 'Fin' to ligne(50:3)
           move 'Prix' to ligne(64:4)
           write rapport

           read f-abonnement next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and aboRegle then
                   perform mod-traiterAbonnement
               end-if
               read f-abonnement next
               end set fin-lire to true end-read
           end-perform
           close f-abonnement

           perform mod-ecrireCircuits
           close f-rapport

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-traiterAbonnement.
           if dateDebAbo <= finMois and dateFinAbo >= debutMois then
               add 1 to nbActifs
               perform varying idxCircuit from 1 by 1
                   until idxCircuit > 5
                   if circuitAbo(idxCircuit) not = 0 then
                       perform mod-cumulerCircuit
                   end-if
               end-perform
           end-if

           if dateFinAbo >= dateJour and dateFinAbo <= dateLimite then
               add 1 to nbEcheances
               move prixAbo to prixEdite
               move ligneVide to ligne
               move numAbonnement to ligne(3:6)
               move nomTitulaire to ligne(10:23)
               move telTitulaire to ligne(34:15)
               move dateFinAbo to ligne(50:8)
               move prixEdite to ligne(60:8)
               write rapport
           end-if
       .

       mod-cumulerCircuit.
           perform varying idxTab from 1 by 1
               until idxTab > nbCircuits
               or tabCircNum(idxTab) = circuitAbo(idxCircuit)
               continue
           end-perform
           if idxTab > nbCircuits and nbCircuits < 200 then
               add 1 to nbCircuits
               move circuitAbo(idxCircuit) to tabCircNum(nbCircuits)
               move 0 to tabCircAbos(nbCircuits)
               move nbCircuits to idxTab
           end-if
           if idxTab <= nbCircuits then
               add 1 to tabCircAbos(idxTab)
           end-if
       .

       mod-ecrireCircuits.
           move ligneVide to ligne
           move 'Total :' to ligne(3:7)
           move nbEcheances to ligne(11:5)
           move 'abonnement(s) a echeance' to ligne(17:24)
           write rapport
           move ligneVide to ligne
           write rapport

           move ligneVide to ligne
           move 'Abonnements actifs par circuit :' to ligne(1:32)
           write rapport
           perform varying idxTab from 1 by 1
               until idxTab > nbCircuits
               move ligneVide to ligne
               move 'Circuit' to ligne(3:7)
               move tabCircNum(idxTab) to ligne(11:4)
               move tabCircAbos(idxTab) to ligne(20:5)
               move 'abonnement(s)' to ligne(27:13)
               write rapport
           end-perform
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Total :' to ligne(3:7)
           move nbActifs to ligne(11:5)
           move 'abonnement(s) actif(s)' to ligne(17:22)
           write rapport
       .

       end program rapportAbonnements.
