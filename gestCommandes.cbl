           access dynamic record key numFacture
           file status is statusFacture.

           *> agences de voyages apporteuses (gestAgences)
           select f-agence assign 'Agence.dat'
           organization indexed access dynamic
           record key numAgence
           file status is statusAgence.

       file section.
       fd f-commande.
               88 cmdEnAttente value 'P'.
               88 cmdAssignee value 'A'.
               88 cmdRefusee value 'R'.
           2 tauxAcompteCmd pic 9(2)v99.
           2 numAgenceCmd pic 9(4).

       fd f-client.
       1 Client.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

       fd f-agence.
       1 Agence.
           2 numAgence pic 9(4).
           2 nomAgence pic x(30).
           2 contactAgence pic x(30).
           2 adresseAgence pic x(40).
           2 tauxCommAg pic 9(2)v99.
           2 statutAgence pic x(01).
               88 agenceActive value 'A'.

       working-storage section.
       1 statusCommande pic xx.
       1 statusClient pic xx.
       1 statusAgence pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 circuitSaisi pic 9(4).
       1 destinationSaisie pic x(30).
       1 placesSaisies pic 9(3).
       1 agenceSaisie pic 9(4).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'o'.
       88 circuitExiste value 'o' false 'n'.

       1 pic x value 'o'.
       88 agenceValide value 'o' false 'n'.

       *> blocage credit : blocage manuel sur la fiche client, ou
       *> facture restee impayee au-dela du seuil de retard du client
       1 pic x value 'o'.
       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.

       *> equipements exiges (exigencesEquip)
       1 modeExig pic x(01) value 'S'.
       1 typePieceExig pic x(01) value 'C'.

       *> evenement de la commande (lienEvenement)
       1 modeEv pic x(01) value 'S'.
       1 typePieceEv pic x(01) value 'C'.

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
           2 s-destination pic x(30) to destinationSaisie.
           2 line 11 col 10 'Places demand'&x'82'&'es : '.
           2 s-places pic 9(3) to placesSaisies required.
           2 line 12 col 10 'Agence de voyages (0000 = aucune) : '.
           2 s-agence pic 9(4) to agenceSaisie.

       1 s-plg-saisieNum.
           2 line 5 col 10 'Num'&x'82'&'ro de commande : '.
           2 line 15 col 10 'Ce client est bloqu'&x'82'&' pour '&
           'impay'&x'82'&'s : commande refus'&x'82'&'e'.

       1 a-plg-agenceInvalide.
           2 line 15 col 10 'Agence inconnue ou d'&x'82'&'sactiv'&x'82'&
           'e'.

       1 a-plg-circuitInexistant.
           2 line 15 col 10 'Ce circuit n''existe pas'.

               accept s-circuit
               accept s-destination
               accept s-places
               accept s-agence

               move dateSaisie to dateAValider
               perform mod-validerDate
                   close f-circuit
               end-if

               perform mod-verifAgence

               if not dateValide then
                   display a-plg-erreur
               else
                else
                 if not circuitExiste then
                   display a-plg-circuitInexistant
                 else
                 if not agenceValide then
                   display a-plg-agenceInvalide
                 else
                   open i-o f-commande
                   if statusCommande = '35' then
                   move destinationSaisie to destinationCmd
                   move placesSaisies to placesCmd
                   set cmdEnAttente to true
                   *> sans devis la commande n'a pas de prix : pas
                   *> d'acompte (il est facture a la conversion d'un
                   *> devis, gestDevis)
                   move 0 to tauxAcompteCmd
                   move agenceSaisie to numAgenceCmd

                   write Commande
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           call 'exigencesEquip' using modeExig
                               typePieceExig newCommande newCommande
                           if clientSaisi not = 0 then
                               call 'lienEvenement' using modeEv
                                   typePieceEv newCommande newCommande
                                   clientSaisi
                           end-if
                           move 'AJOUT' to actionAudit
                           move newCommande to commandeSaisie
                           perform mod-ecrireAudit
                   end-write
                   close f-commande
                 end-if
                 end-if
                end-if
                end-if
               end-if
           end-if
       .

       *> l'agence apporteuse doit exister et etre active
       mod-verifAgence.
           set agenceValide to true
           if agenceSaisie not = 0 then
               set agenceValide to false
               open input f-agence
               if statusAgence = '00' then
                   move agenceSaisie to numAgence
                   read f-agence
                       not invalid key
                           if agenceActive then
                               set agenceValide to true
                           end-if
                   end-read
                   close f-agence
               end-if
           end-if
       .

       mod-refuser.
           if roleConsult-parm then
               display a-effacer
           move commandeSaisie to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move destinationCmd to ligneAudit(54:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestCommandes.
