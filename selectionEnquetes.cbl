       program-id. selectionEnquetes.

       *> enquete de satisfaction : tirage hebdomadaire, parmi les
       *> trajets acheves la semaine precedente (lundi a dimanche),
       *> d'un trajet sur 100 / TAUXENQUET (Parametres.dat, 20 %
       *> par defaut). Un trajet de client donne une enquete aupres
       *> du contact du client; un trajet public (sans client) en
       *> donne une par passager embarque qui a laisse un telephone
       *> (Reservation.dat), au plus maxPassagersEnq par trajet.
       *> Les enquetes sont creees a contacter dans Enquete.dat
       *> (saisieEnquetes) et listees dans enquetes-AAAAMMJJ.txt
       *> (date du lundi), cataloguee dans editions.log. Un trajet
       *> deja tire n'est pas repris si le tirage est relance.

       file-control.
           select f-enquete assign 'Enquete.dat'
           organization indexed access dynamic
           record key numEnquete
           alternate record key numAffectEq duplicates
           file status is statusEnquete.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-reservation assign 'Reservation.dat'
           organization indexed access dynamic
           record key numResa
           alternate record key numAffectR duplicates
           file status is statusResa.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           select f-rapport assign nomRapport organization line
           sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
       fd f-enquete.
       1 Enquete.
           2 numEnquete pic 9(6).
           2 numAffectEq pic 9(6).
           2 typeSondeEq pic x(01).
               88 sondeClient value 'C'.
               88 sondePassager value 'P'.
           2 numClientEq pic 9(4).
           2 numResaEq pic 9(6).
           2 nomSondeEq pic x(30).
           2 telSondeEq pic x(15).
           2 dateTrajetEq pic 9(8).
           2 numCircuitEq pic 9(4).
           2 numChaufEq pic 9(4).
           2 dateSelectEq pic 9(8).
           2 statutEq pic x(01).
               88 enqAContacter value 'A'.
               88 enqRepondue value 'R'.
               88 enqSansReponse value 'N'.
           2 notePonctEq pic 9(1).
           2 noteChaufEq pic 9(1).
           2 noteProprEq pic 9(1).
           2 noteGlobaleEq pic 9(1).
           2 commentaireEq pic x(60).
           2 dateReponseEq pic 9(8).
           2 operateurEq pic x(10).

       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numchaufA pic 9(4).
           2 numbusA pic 9(4).
           2 dateDebAffectA pic 9(8).
           2 dateFinAffectA pic 9(8).
           2 motifA pic x(30).
           2 numCircuitA pic 9(4).
           2 statusA pic x(01) value 'N'.
               88 annulee value 'A'.
           2 motifAnnulA pic x(30).
           2 placesReservees pic 9(3).
           2 passagersReels pic 9(3).
           2 numClientA pic 9(4).
           2 numTarifA pic 9(4).
           2 montantTarifA pic 9(7)v99.
           2 heureDebA pic 9(4).
           2 heureFinA pic 9(4).
           2 numSousTraitantA pic 9(4).
           2 numchauf2A pic 9(4).

       fd f-reservation.
       1 Reservation.
           2 numResa pic 9(6).
           2 numAffectR pic 9(6).
           2 nomPassager pic x(30).
           2 telephonePassager pic x(15).
           2 nbPlacesResa pic 9(3).
           2 arretMontee pic x(20).
           2 statusResaR pic x(01).
               88 resaAnnulee value 'A'.
           2 arretDescente pic x(20).
           2 embarquementR pic x(01).
               88 resaEmbarquee value 'E'.
               88 resaNoShow value 'S'.
           2 prixPlaceResa pic 9(4)v99.
           2 modePaiementR pic x(01).
               88 paiementEspeces value 'E'.
               88 paiementCarte value 'C'.

       fd f-client.
       1 Client.
           2 numClient pic 9(4).
           2 nomClient pic x(30).
           2 contactClient pic x(30).
           2 adresseClient pic x(40).
           2 conditionsPaiement pic x(20).
           2 statutCredit pic x(01).
               88 clientBloque value 'B'.
           2 seuilRetardCli pic 9(3).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 statusEnquete pic xx.
       1 statusAffect pic xx.
       1 statusResa pic xx.
       1 statusClient pic xx.
       1 statusParam pic xx.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomRapport pic x(30).

       1 dateJour pic 9(8).
       1 heureJour pic 9(6).
       1 intJour pic 9(7).
       1 dateLundi pic 9(8).
       1 dateDimanche pic 9(8).
       1 dateDebLecture pic 9(8).
       1 dateFinTrajet pic 9(8).
       1 nbLignes pic 9(6) value 0.

       *> taux de tirage en % et compteur de tirage (un trajet est
       *> tire chaque fois que le compteur atteint 100)
       1 tauxEnquete pic 9(3) value 20.
       1 compteurTirage pic 9(5) value 0.
       1 maxPassagersEnq pic 9(2) value 5.
       1 nbPassagersTrajet pic 9(2).

       1 newEnquete pic 9(6) value 0.
       1 nbTrajetsTires pic 9(4) value 0.
       1 nbEnquetesCreees pic 9(5) value 0.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finResa value 'o' false 'n'.

       1 pic x value 'n'.
       88 dejaTire value 'o' false 'n'.

       1 pic x value 'n'.
       88 enqueteOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 resaOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 clientOuvert value 'o' false 'n'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-titre.
           2 line 4 col 4 'Tirage des enqu'&x'88'&'tes de '&
           'satisfaction'.

       1 a-plg-res.
           2 line 8 col 10 'Semaine du '.
           2 a-lundi pic 9(8) from dateLundi.
           2 ' au '.
           2 a-dimanche pic 9(8) from dateDimanche.
           2 line 10 col 10 'Trajets tir'&x'82'&'s : '.
           2 a-nbTires pic z(3)9 from nbTrajetsTires.
           2 line 11 col 10 'Enqu'&x'88'&'tes '&x'85'&' mener : '.
           2 a-nbEnq pic z(4)9 from nbEnquetesCreees.
           2 line 13 col 10 'Liste des contacts : '.
           2 a-nomRapport pic x(30) from nomRapport.

       procedure division.
           display a-effacer
           display a-plg-titre
           move 0 to nbLignes nbTrajetsTires nbEnquetesCreees
               compteurTirage
           set enqueteOuverte to false
           set affectOuverte to false
           set resaOuverte to false
           set clientOuvert to false
           accept dateJour from date yyyymmdd
           accept heureJour from time

           *> semaine precedente : mod(jour, 7) = 1 le lundi
           compute intJour = function integer-of-date(dateJour)
           compute intJour = intJour - function mod(intJour + 6, 7)
               - 7
           compute dateLundi = function date-of-integer(intJour)
           compute dateDimanche = function date-of-integer(intJour
               + 6)
           *> les trajets de plusieurs jours partis avant le lundi
           compute dateDebLecture = function date-of-integer(intJour
               - 31)
           perform mod-chargerTaux

           open i-o f-enquete
           if statusEnquete = '35' then
               open output f-enquete
               close f-enquete
               open i-o f-enquete
           end-if
           if statusEnquete = '00' then
               set enqueteOuverte to true
           end-if
           perform mod-dernierNumero

           open input f-affectation
           if statusAffect = '00' then
               set affectOuverte to true
           end-if
           open input f-reservation
           if statusResa = '00' then
               set resaOuverte to true
           end-if
           open input f-client
           if statusClient = '00' then
               set clientOuvert to true
           end-if

           move spaces to nomRapport
           string 'enquetes-' dateLundi '.txt'
               delimited size into nomRapport
           open output f-rapport
           move ligneVide to ligne
           move 'ENQUETES DE SATISFACTION - SEMAINE DU' to ligne(1:37)
           move dateLundi to ligne(39:8)
           move 'AU' to ligne(48:2)
           move dateDimanche to ligne(51:8)
           perform mod-ecrireLigne
           move ligneVide to ligne
           perform mod-ecrireLigne
           move ligneVide to ligne
           move 'Enquete T Nom                          Telephone'
               to ligne(1:48)
           move 'Trajet   Date     Circ.' to ligne(58:23)
           perform mod-ecrireLigne

           if affectOuverte and enqueteOuverte then
               move dateDebLecture to dateDebAffectA
               set fin-lire to false
               start f-affectation key is not less dateDebAffectA
                   invalid key set fin-lire to true
               end-start
               perform until fin-lire
                   read f-affectation next
                       at end
                           set fin-lire to true
                       not at end
                           if dateDebAffectA > dateDimanche then
                               set fin-lire to true
                           else
                               perform mod-examinerTrajet
                           end-if
                   end-read
               end-perform
           end-if

           close f-rapport
           if affectOuverte then
               close f-affectation
               set affectOuverte to false
           end-if
           if resaOuverte then
               close f-reservation
               set resaOuverte to false
           end-if
           if clientOuvert then
               close f-client
               set clientOuvert to false
           end-if
           if enqueteOuverte then
               close f-enquete
               set enqueteOuverte to false
           end-if

           open extend f-editions
           move nomRapport to nomEdition
           move dateJour to dateEdition
           move heureJour to heureEdition
           move nbLignes to nbLignesEdition
           write ligneEdition
           close f-editions

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-chargerTaux.
           open input f-parametre
           if statusParam = '00' then
               move 'TAUXENQUET' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to tauxEnquete
               end-read
               close f-parametre
           end-if
           if tauxEnquete = 0 or tauxEnquete > 100 then
               move 20 to tauxEnquete
           end-if
       .

       mod-dernierNumero.
           move 0 to newEnquete
           if not enqueteOuverte then
               exit paragraph
           end-if
           move 0 to numEnquete
           set fin-lire to false
           start f-enquete key is not less numEnquete
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-enquete next
                   at end
                       set fin-lire to true
                   not at end
                       move numEnquete to newEnquete
               end-read
           end-perform
       .

       *> trajet acheve dans la semaine, non annule, jamais tire,
       *> de client ou public avec des passagers
       mod-examinerTrajet.
           if annulee then
               exit paragraph
           end-if
           if dateFinAffectA = 0 then
               move dateDebAffectA to dateFinTrajet
           else
               move dateFinAffectA to dateFinTrajet
           end-if
           if dateFinTrajet < dateLundi or dateFinTrajet > dateDimanche
           then
               exit paragraph
           end-if
           if numClientA = 0 and passagersReels = 0
           and placesReservees = 0 then
               exit paragraph
           end-if

           set dejaTire to false
           move Numaffect to numAffectEq
           read f-enquete key is numAffectEq
               not invalid key
                   set dejaTire to true
           end-read
           if dejaTire then
               exit paragraph
           end-if

           add tauxEnquete to compteurTirage
           if compteurTirage < 100 then
               exit paragraph
           end-if
           subtract 100 from compteurTirage
           add 1 to nbTrajetsTires

           if numClientA not = 0 then
               perform mod-enqueteClient
           else
               perform mod-enquetesPassagers
           end-if
       .

       mod-enqueteClient.
           move spaces to nomClient contactClient
           if clientOuvert then
               move numClientA to numClient
               read f-client
                   invalid key
                       move spaces to nomClient contactClient
               end-read
           end-if
           perform mod-initEnquete
           move 'C' to typeSondeEq
           move 0 to numResaEq
           if contactClient not = spaces then
               move contactClient to nomSondeEq
           else
               move nomClient to nomSondeEq
           end-if
           move spaces to telSondeEq
           perform mod-ecrireEnquete
       .

       mod-enquetesPassagers.
           if not resaOuverte then
               exit paragraph
           end-if
           move 0 to nbPassagersTrajet
           move Numaffect to numAffectR
           set finResa to false
           start f-reservation key is equal numAffectR
               invalid key set finResa to true
           end-start
           perform until finResa
               read f-reservation next
                   at end
                       set finResa to true
                   not at end
                       if numAffectR not = Numaffect
                       or nbPassagersTrajet >= maxPassagersEnq then
                           set finResa to true
                       else
                           if not resaAnnulee and not resaNoShow
                           and telephonePassager not = spaces then
                               perform mod-initEnquete
                               move 'P' to typeSondeEq
                               move numResa to numResaEq
                               move nomPassager to nomSondeEq
                               move telephonePassager to telSondeEq
                               perform mod-ecrireEnquete
                               add 1 to nbPassagersTrajet
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-initEnquete.
           initialize Enquete
           move Numaffect to numAffectEq
           move numClientA to numClientEq
           move dateDebAffectA to dateTrajetEq
           move numCircuitA to numCircuitEq
           move numchaufA to numChaufEq
           move dateJour to dateSelectEq
           move 'A' to statutEq
       .

       mod-ecrireEnquete.
           add 1 to newEnquete
           move newEnquete to numEnquete
           write Enquete
               invalid key
                   exit paragraph
           end-write
           add 1 to nbEnquetesCreees

           move ligneVide to ligne
           move numEnquete to ligne(1:6)
           move typeSondeEq to ligne(9:1)
           move nomSondeEq to ligne(11:30)
           move telSondeEq to ligne(42:15)
           move numAffectEq to ligne(58:6)
           move dateTrajetEq to ligne(65:8)
           move numCircuitEq to ligne(74:4)
           perform mod-ecrireLigne
           if sondeClient and numClientEq not = 0 then
               move ligneVide to ligne
               move 'client' to ligne(11:6)
               move numClientEq to ligne(18:4)
               move nomClient to ligne(23:30)
               perform mod-ecrireLigne
           end-if
       .

       mod-ecrireLigne.
           write rapport
           add 1 to nbLignes
       .

       end program selectionEnquetes.
