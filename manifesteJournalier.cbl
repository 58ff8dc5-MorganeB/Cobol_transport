           alternate record key numAffectPrincipal duplicates
           file status is statusRenfort.

           *> accompagnateurs et guides attaches aux trajets (les
           *> fichiers peuvent ne pas exister)
           select f-affAccomp assign 'AffectAccomp.dat'
           organization indexed access dynamic
           record key cleAffAccomp
           alternate record key numAccompAA duplicates
           file status is statusAffAccomp.

           select f-accomp assign 'Accompagnateur.dat'
           organization indexed access dynamic
           record key numAccomp
           file status is statusAccomp.

           *> colis en soute (le fichier peut ne pas exister)
           select f-colis assign 'Colis.dat'
           organization indexed access dynamic
           record key numColis
           alternate record key numAffectC duplicates
           file status is statusColis.

           select f-manifeste assign 'manifeste.txt' organization
           line sequential.

           2 nomArret pic x(30).
           2 heureArret pic 9(4).

       fd f-colis.
       1 Colis.
           2 numColis pic 9(6).
           2 numAffectC pic 9(6).
           2 numClientExpC pic 9(4).
           2 nomExpediteurC pic x(30).
           2 telExpediteurC pic x(15).
           2 nomDestinataireC pic x(30).
           2 telDestinataireC pic x(15).
           2 seqPriseC pic 9(2).
           2 seqDeposeC pic 9(2).
           2 poidsColis pic 9(3)v9.
           2 prixColis pic 9(5)v99.
           2 statutColis pic x(01).
               88 colisAccepte value 'A'.
               88 colisCharge value 'C'.
           2 dateDepotC pic 9(8).
           2 dateLivraisonC pic 9(8).
           2 receptionnaireC pic x(30).
           2 numFactureC pic 9(6).

       fd f-astreinte.
       1 Astreinte.
           2 dateAstreinte pic 9(8).
           2 numAffectRenfort pic 9(6).
           2 numAffectPrincipal pic 9(6).

       fd f-affAccomp.
       1 AffectAccomp.
           2 cleAffAccomp.
               3 numAffectAA pic 9(6).
               3 numAccompAA pic 9(4).

       fd f-accomp.
       1 Accompagnateur.
           2 numAccomp pic 9(4).
           2 nomAc pic x(30).
           2 prenomAc pic x(30).
           2 telephoneAc pic x(15).
           2 languesAc pic x(20).
           2 depotAc pic 9(2).
           2 statutAc pic x(01).
               88 accompInactif value 'I'.

       fd f-manifeste.
       1 manifeste.
           2 ligne pic x(80).
       1 statusArret pic xx.
       1 statusAstreinte pic xx.
       1 statusRenfort pic xx.
       1 statusAffAccomp pic xx.
       1 statusAccomp pic xx.

       1 pic x value 'n'.
       88 finVerifAccomp value 'o' false 'n'.
       1 nbPassagers pic 9(3).

       *> liste d'embarquement par arret : les noms d'arrets du
       1 ligneVide pic x(80) value spaces.
       1 suivant pic x.

       *> liste de chargement des colis de l'affectation
       1 statusColis pic xx.
       1 nbColis pic 9(3).
       1 poidsEdite pic zz9.9.

       1 pic x value 'n'.
       88 colisOuvert value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerifColis value 'o' false 'n'.

       *> numeros de sieges du passager (siegesResa)
       1 modeSieges pic x(01) value 'V'.
       1 listeSieges pic x(40).

       1 statusRelire pic xx.
       1 nomSource pic x(30).
       1 nomCopie pic x(30).
               set arretOuvert to false
           end-if

           open input f-colis
           if statusColis = '00' then
               set colisOuvert to true
           else
               set colisOuvert to false
           end-if

           perform mod-ecrireAstreinte

           perform mod-collecterPages
           if arretOuvert then
               close f-arret
           end-if
           if colisOuvert then
               close f-colis
           end-if

           *> copies datees pour que l'edition du jour n'ecrase pas
           *> celle de la veille
           end-read
           write manifeste

           perform mod-listerAccompagnateurs

           move ligneVide to ligne
           if numCircuitA = 0 then
               move 'Destination: aucun circuit renseign'&x'82' to

           perform mod-listerArrets
           perform mod-listerPassagers
           perform mod-listerColis

           move ligneVide to ligne
           write manifeste
           end-if
       .

       *> une ligne par accompagnateur ou guide attache au trajet,
       *> avec son telephone pour le chauffeur
       mod-listerAccompagnateurs.
           open input f-affAccomp
           if statusAffAccomp not = '00' then
               exit paragraph
           end-if
           open input f-accomp
           move Numaffect to numAffectAA
           move 0 to numAccompAA
           start f-affAccomp key is not less cleAffAccomp
               invalid key
                   set finVerifAccomp to true
               not invalid key
                   set finVerifAccomp to false
           end-start
           perform until finVerifAccomp
               read f-affAccomp next
                   at end
                       set finVerifAccomp to true
                   not at end
                       if numAffectAA not = Numaffect then
                           set finVerifAccomp to true
                       else
                           move ligneVide to ligne
                           move 'Accompagn. :' to ligne(1:13)
                           move numAccompAA to ligne(15:4)
                           move numAccompAA to numAccomp
                           read f-accomp
                               invalid key
                                   move 'inconnu' to ligne(20:7)
                               not invalid key
                                   move nomAc to ligne(20:20)
                                   move prenomAc to ligne(41:15)
                                   move telephoneAc to ligne(57:15)
                           end-read
                           write manifeste
                       end-if
               end-read
           end-perform
           close f-accomp
           close f-affAccomp
       .

       *> ajoute a la page la liste ordonnee des arrets du circuit,
       *> pour qu'un chauffeur remplacant connaisse la tournee
       mod-listerArrets.
               move arretDescente to ligne(52:20)
           end-if
           write manifeste
           call 'siegesResa' using modeSieges numAffectR numResa
               nbPlacesResa listeSieges
           end-call
           if listeSieges not = spaces then
               move ligneVide to ligne
               move 'si' to ligne(7:2)
               move x'8a' to ligne(9:1)
               move 'ges' to ligne(10:3)
               move listeSieges to ligne(14:40)
               write manifeste
           end-if
       .

       *> liste de chargement : colis acceptes ou deja charges sur
       *> l'affectation, avec l'arret ou les deposer
       mod-listerColis.
           if colisOuvert then
               move 0 to nbColis
               move Numaffect to numAffectC
               start f-colis key is equal numAffectC
                   invalid key
                       set finVerifColis to true
                   not invalid key
                       set finVerifColis to false
               end-start
               perform until finVerifColis
                   read f-colis next
                       at end
                           set finVerifColis to true
                       not at end
                           if numAffectC not = Numaffect then
                               set finVerifColis to true
                           else
                               if colisAccepte or colisCharge then
                                   perform mod-ligneColis
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       mod-ligneColis.
           if nbColis = 0 then
               move ligneVide to ligne
               write manifeste
               move ligneVide to ligne
               move 'Colis en soute :' to ligne(1:16)
               write manifeste
           end-if
           add 1 to nbColis
           move ligneVide to ligne
           move numColis to ligne(3:6)
           move nomDestinataireC to ligne(10:25)
           move poidsColis to poidsEdite
           move poidsEdite to ligne(36:5)
           move 'kg' to ligne(42:2)
           move 'd'&x'82'&'p.' to ligne(46:4)
           if arretOuvert then
               move numCircuitA to numCircuitArr
               move seqDeposeC to seqArret
               read f-arret
                   invalid key
                       move seqDeposeC to ligne(51:2)
                   not invalid key
                       move nomArret to ligne(51:20)
               end-read
           else
               move seqDeposeC to ligne(51:2)
           end-if
           if colisCharge then
               move 'charg'&x'82' to ligne(73:6)
           end-if
           write manifeste
       .

       *> valide une date reelle (mois/jour selon le calendrier,
