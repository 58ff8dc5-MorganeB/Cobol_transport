       select f-bus assign 'FBus.dat' organization
       indexed access dynamic record key numero.


       file section.
       fd f-carburant.
           2 prixAchat pic 9(8)v99.
           2 dureeAmortAns pic 9(2).

       working-storage section.
       1 statusCarb pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 newPlein pic 9(6) value 0.
       1 litresSaisis pic 9(4)v99.
       1 prixSaisi pic 9(6)v99.
       1 odometreSaisi pic 9(6).
       1 depotSaisi pic 9(2) value 0.

       *> plein tire a la pompe d'un depot : mouvement de sa cuve
       1 modeCuve pic x(01).
       1 litresCuve pic 9(6)v99.
       1 retourCuve pic x(01).
       1 suivant pic x.

       1 pic x value 'n'.
           2 s-prix pic 9(6).99 to prixSaisi.
           2 line 12 col 10 'Compteur kilom'&x'82'&'trique : '.
           2 s-odometre pic 9(6) to odometreSaisi required.
           2 line 13 col 10 'Pompe du d'&x'82'&'p'&x'93'&'t n'&x'f8'&
           ' (00 = carte ou station) : '.
           2 s-depot pic 99 to depotSaisi.

       1 a-plg-busInexistant.
           2 line 14 'Ce num'&x'82'&'ro de bus n''existe pas'.

       1 a-plg-cuveInexistante.
           2 line 14 'Ce d'&x'82'&'p'&x'93'&'t n''a pas de cuve'.

       1 a-plg-cuveSousSeuil.
           2 line 18 col 15 'Cuve du d'&x'82'&'p'&x'93'&'t sous le '&
           'seuil de commande'.

       1 a-plg-res.
           2 line 17 col 15 'Plein enregistr'&x'82'&' !'.

           accept s-litres
           accept s-prix
           accept s-odometre
           accept s-depot

           *> verification date saisie
           perform test after until juste
                   accept s-litres
                   accept s-prix
                   accept s-odometre
           accept s-depot
               else
                   set juste to true
                   display a-effacer
           end-read
           close f-bus

           move litresSaisis to litresCuve
           if busExiste and depotSaisi not = 0 then
               move 'V' to modeCuve
               call 'mouvementCuve' using modeCuve depotSaisi
                   litresCuve newPlein dateSaisie operateurID-parm
                   retourCuve end-call
           else
               move space to retourCuve
           end-if

           evaluate true
               when not busExiste
                   display a-plg-busInexistant
               when retourCuve = 'X'
                   display a-plg-cuveInexistante
               when other
                   open i-o f-carburant
                   if statusCarb = '35' then
                       open output f-carburant
                       close f-carburant
                       open i-o f-carburant
                   end-if
                   read f-carburant next
                   end set fin-lire to true end-read
                   perform test after until fin-lire
                       if numPlein > newPlein then
                           move numPlein to newPlein
                       end-if
                       read f-carburant next
                       end set fin-lire to true end-read
                   end-perform

                   compute newPlein = newPlein + 1
                   move newPlein to numPlein
                   move busSaisi to numBusC
                   move dateSaisie to dateCarb
                   move litresSaisis to litresCarb
                   move prixSaisi to prixCarb
                   move odometreSaisi to odometreCarb

                   write Carburant
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           perform mod-ecrireAudit
                           if depotSaisi not = 0 then
                               perform mod-tirerCuve
                           end-if
                   end-write

                   close f-carburant
           end-evaluate

           display a-plg-next
           accept s-next

           goback.

       *> le plein pris a la pompe du depot sort de sa cuve
       mod-tirerCuve.
           move 'P' to modeCuve
           call 'mouvementCuve' using modeCuve depotSaisi
               litresCuve newPlein dateSaisie operateurID-parm
               retourCuve end-call
           if retourCuve = 'A' then
               display a-plg-cuveSousSeuil
           end-if
       .

       *> enregistre l'ajout dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           move 'CARBURANT' to ligneAudit(25:11)
           move busSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> valide une date reelle (mois/jour selon le calendrier,
