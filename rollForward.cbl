           access dynamic record key numFacture
           file status is statusFacture.

           select f-banqueChauf assign 'BanqueChauffeur.dat'
           organization indexed access dynamic
           record key numChaufB
           file status is statusBanqueChauf.

           select f-candidat assign 'Candidat.dat'
           organization indexed access dynamic
           record key numCandidat
           file status is statusCandidat.

       file section.
       fd f-journal.
       1 ligneJournal.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

       fd f-banqueChauf.
       1 BanqueChauffeur.
           2 numChaufB pic 9(4).
           2 titulaireB pic x(30).
           2 ibanB pic x(34).
           2 bicB pic x(11).
           2 dateMajB pic 9(8).

       *> seuls les 200 premiers caracteres (identite) sont
       *> journalises : le reste de l'enregistrement est conserve
       fd f-candidat.
       1 Candidat.
           2 numCandidat pic 9(4).
           2 pic x(296).

       working-storage section.
       1 statusJournal pic xx.
       1 statusAffect pic xx.
       1 statusBus pic xx.
       1 statusResa pic xx.
       1 statusFacture pic xx.
       1 statusBanqueChauf pic xx.
       1 statusCandidat pic xx.
       1 suivant pic x.
       1 confirmSaisi pic x.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 banqueOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 candidatOuvert value 'o' false 'n'.

       1 dateAValider pic 9(8).
       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.
           open i-o f-bus
           open i-o f-reservation
           open i-o f-facture
           set banqueOuverte to false
           open i-o f-banqueChauf
           if statusBanqueChauf = '00' then
               set banqueOuverte to true
           end-if
           set candidatOuvert to false
           open i-o f-candidat
           if statusCandidat = '00' then
               set candidatOuvert to true
           end-if

           read f-journal end set fin-lire to true end-read
           perform test after until fin-lire
           if statusFacture = '00' then
               close f-facture
           end-if
           if banqueOuverte then
               close f-banqueChauf
               set banqueOuverte to false
           end-if
           if candidatOuvert then
               close f-candidat
               set candidatOuvert to false
           end-if

           display a-effacer
           display a-plg-res
                   perform mod-rejouerReservation
               when 'FACTURE'
                   perform mod-rejouerFacture
               when 'BANQUECHAUF'
                   perform mod-rejouerBanque
               when 'CANDIDAT'
                   perform mod-rejouerCandidat
           end-evaluate
       .

           end-if
       .

       mod-rejouerBanque.
           if banqueOuverte then
               if operationJrn = 'S' then
                   move imageAvantJrn(1:87) to BanqueChauffeur
                   delete f-banqueChauf
                       invalid key
                           continue
                   end-delete
               else
                   move imageApresJrn(1:87) to BanqueChauffeur
                   write BanqueChauffeur
                       invalid key
                           rewrite BanqueChauffeur
                           end-rewrite
                   end-write
               end-if
           end-if
       .

       *> l'image tronquee ne sert qu'a reecrire une fiche existante
       mod-rejouerCandidat.
           if candidatOuvert and operationJrn = 'R' then
               move imageApresJrn(1:4) to numCandidat
               read f-candidat
                   not invalid key
                       move imageApresJrn to Candidat(1:200)
                       rewrite Candidat
                       end-rewrite
               end-read
           end-if
       .

       *> valide une date reelle (mois/jour selon le calendrier,
       *> annees bissextiles comprises) via function integer-of-date,
       *> qui renvoie 0 pour toute date qui n'existe pas
