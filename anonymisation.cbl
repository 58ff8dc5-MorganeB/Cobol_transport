       program-id. anonymisation.

       *> anonymisation des donnees personnelles au-dela des durees
       *> de conservation (Parametres.dat, en mois) :
       *>   CONSCHAUF  chauffeurs inactifs, depuis leur depart
       *>              (60 par defaut) : nom, prenom, telephone et
       *>              adresse effaces, le numero reste pour
       *>              l'historique; son RIB (BanqueChauffeur.dat) et
       *>              sa fiche de candidat embauche (Candidat.dat)
       *>              perdent de meme titulaire, IBAN, BIC, nom,
       *>              prenom, telephone et adresse;
       *>   CONSRESA   passagers des reservations, depuis le trajet
       *>              (24 par defaut) : nom et telephone;
       *>   CONSATTENT inscrits en liste d'attente, depuis le trajet
       *>              (12 par defaut) : nom et telephone;
       *>   CONSENQUET passagers sondes des enquetes de satisfaction,
       *>              depuis le trajet (24 par defaut).
       *> La date du trajet est lue dans Affectation.dat, ou dans
       *> ArchAffect.dat une fois l'affectation archivee. Un nom
       *> anonymise vaut ANONYMISE, ce qui evite de traiter deux fois
       *> le meme enregistrement.
       *> Les reecritures de chauffeurs, RIB, candidats et
       *> reservations passent au journal des mises a jour (image
       *> apres seulement) pour qu'un rejeu apres restauration les
       *> reapplique, et les images plus anciennes des chauffeurs et
       *> reservations dans journal.dat sont epurees des memes champs
       *> (RIB et candidats n'y figurent qu'une fois anonymises).
       *> Chaque enregistrement anonymise est trace dans le journal
       *> d'audit (action ANONY, numero seul); le certificat de
       *> l'execution sort dans anonymisation-AAAAMMJJ.txt.

       file-control.
           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed
           access dynamic record key numchaufN
           file status is statusChauf.

           select f-reservation assign 'Reservation.dat' organization
           indexed access dynamic
           record key numResa
           alternate record key numAffectR duplicates
           file status is statusResa.

           select f-attente assign 'ListeAttente.dat'
           organization indexed access dynamic
           record key numAttente
           alternate record key numAffectW duplicates
           file status is statusAttente.

           select f-enquete assign 'Enquete.dat'
           organization indexed access dynamic
           record key numEnquete
           alternate record key numAffectEq duplicates
           file status is statusEnquete.

           select f-banqueChauf assign 'BanqueChauffeur.dat'
           organization indexed access dynamic
           record key numChaufB
           file status is statusBanqueChauf.

           select f-candidat assign 'Candidat.dat'
           organization indexed access dynamic
           record key numCandidat
           file status is statusCandidat.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusAffect.

           select f-archive assign 'ArchAffect.dat' organization
           indexed access dynamic
               record key NumaffectArc
               alternate record key NumchaufArc duplicates
               alternate record key NumbusArc duplicates
               alternate record key NumCircuitArc duplicates
           file status is statusArchive.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

           select f-journal assign 'journal.dat' organization line
           sequential file status is statusJournal.

           select f-journalTravail assign 'journal.travail'
           organization line sequential.

           select f-certificat assign nomCertificat organization line
           sequential.

       file section.
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

       fd f-attente.
       1 ListeAttente.
           2 numAttente pic 9(6).
           2 numAffectW pic 9(6).
           2 nomPassagerW pic x(30).
           2 telephoneW pic x(15).
           2 nbPlacesW pic 9(3).
           2 arretMonteeW pic x(20).
           2 arretDescenteW pic x(20).
           2 statutW pic x(01).
               88 attenteEnCours value 'A'.
               88 attentePromue value 'P'.

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

       fd f-banqueChauf.
       1 BanqueChauffeur.
           2 numChaufB pic 9(4).
           2 titulaireB pic x(30).
           2 ibanB pic x(34).
           2 bicB pic x(11).
           2 dateMajB pic 9(8).

       fd f-candidat.
       1 Candidat.
           2 numCandidat pic 9(4).
           2 nomCa pic x(30).
           2 prenomCa pic x(30).
           2 telephoneCa pic x(15).
           2 adresseCa pic x(40).
           2 categoriePermisCa pic x(02).
           2 datePermisCa pic 9(8).
           2 dateExpPermisCa pic 9(8).
           2 certifCa occurs 3 times.
               3 typeCertifCa pic x(10).
               3 dateObtCertifCa pic 9(8).
               3 dateExpCertifCa pic 9(8).
           2 depotCa pic 9(2).
           2 etapeCa pic x(01).
           2 dateCandidatureCa pic 9(8).
           2 dateEntretienCa pic 9(8).
           2 dateTestCa pic 9(8).
           2 dateOffreCa pic 9(8).
           2 dateEmbaucheCa pic 9(8).
           2 dateRefusCa pic 9(8).
           2 numChaufCa pic 9(4).
           2 commentaireCa pic x(30).

       fd f-affectation.
       1 Affectation.
           2 Numaffect pic 9(6).
           2 numchaufA pic 9(4).
           2 numbusA pic 9(4).
           2 dateDebAffectA pic 9(8).
           2 dateFinAffectA pic 9(8).
           2 motifA pic x(30).
           2 numCircuitA pic 9(4).
           2 statusA pic x(01).
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

       fd f-archive.
       1 ArchAffect.
           2 NumaffectArc pic 9(6).
           2 numchaufArc pic 9(4).
           2 numbusArc pic 9(4).
           2 dateDebAffectArc pic 9(8).
           2 dateFinAffectArc pic 9(8).
           2 motifArc pic x(30).
           2 numCircuitArc pic 9(4).
           2 statusArc pic x(01).
           2 motifAnnulArc pic x(30).
           2 placesReserveesArc pic 9(3).
           2 passagersReelsArc pic 9(3).
           2 numClientArc pic 9(4).
           2 numTarifArc pic 9(4).
           2 montantTarifArc pic 9(7)v99.
           2 heureDebArc pic 9(4).
           2 heureFinArc pic 9(4).
           2 numSousTraitantArc pic 9(4).
           2 numchauf2Arc pic 9(4).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       fd f-journal.
       1 ligneJournal.
           2 dateJrn pic 9(8).
           2 heureJrn pic 9(6).
           2 fichierJrn pic x(12).
           2 operationJrn pic x(01).
           2 imageAvantJrn pic x(200).
           2 imageApresJrn pic x(200).

       fd f-journalTravail.
       1 ligneTravail pic x(427).

       fd f-certificat.
       1 certificat.
           2 ligne pic x(80).

       working-storage section.
       1 statusChauf pic xx.
       1 statusResa pic xx.
       1 statusAttente pic xx.
       1 statusEnquete pic xx.
       1 statusBanqueChauf pic xx.
       1 statusCandidat pic xx.
       1 statusAffect pic xx.
       1 statusArchive pic xx.
       1 statusParam pic xx.
       1 statusJournal pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 confirmSaisi pic x.
       1 ligneVide pic x(80) value spaces.
       1 nomCertificat pic x(40).
       1 nomAnonyme pic x(30) value 'ANONYMISE'.

       *> durees de conservation en mois
       1 moisConsChauf pic 9(3) value 60.
       1 moisConsResa pic 9(3) value 24.
       1 moisConsAttente pic 9(3) value 12.
       1 moisConsEnquete pic 9(3) value 24.

       1 dateJour pic 9(8).
       1 dateJourDecoupee redefines dateJour.
           2 anneeJour pic 9(4).
           2 moisJour pic 9(2).
           2 jourJour pic 9(2).
       1 heureJour pic 9(6).

       *> dates limites : sont anonymises les departs ou trajets
       *> strictement anterieurs
       1 coupureChauf pic 9(8).
       1 coupureResa pic 9(8).
       1 coupureAttente pic 9(8).
       1 coupureEnquete pic 9(8).
       1 moisRetenus pic 9(3).
       1 dateCoupureCalc pic 9(8).
       1 rangMoisCoupure pic 9(6).
       1 anneeCoupure pic 9(4).
       1 moisCoupure pic 9(2).
       1 jourCoupure pic 9(2).

       1 numAffectCherche pic 9(6).
       1 dateTrajet pic 9(8).

       1 nbChaufAnon pic 9(6) value 0.
       1 nbBanqueAnon pic 9(6) value 0.
       1 nbCandidatAnon pic 9(6) value 0.
       1 nbResaAnon pic 9(6) value 0.
       1 nbAttenteAnon pic 9(6) value 0.
       1 nbEnqueteAnon pic 9(6) value 0.
       1 nbJournalEpure pic 9(6) value 0.
       1 nbChaufSansDepart pic 9(6) value 0.
       1 nbResaSansTrajet pic 9(6) value 0.
       1 nbAttenteSansTrajet pic 9(6) value 0.
       1 nbEnqueteSansTrajet pic 9(6) value 0.

       *> audit d'un enregistrement anonymise
       1 entiteAudit pic x(11).
       1 cleAudit pic 9(6).

       *> journal des mises a jour (journalMaj)
       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       *> image de journal en cours d'epuration, vue chauffeur ou
       *> reservation (dessins de ChaufNouv et Reservation)
       1 imageJrn pic x(200).
       1 imageChauf redefines imageJrn.
           2 imgNumChauf pic 9(4).
           2 imgNomChauf pic x(30).
           2 imgPrenomChauf pic x(30).
           2 pic x(8).
           2 imgTelChauf pic x(15).
           2 imgAdresseChauf pic x(40).
           2 pic x(73).
       1 imageResa redefines imageJrn.
           2 imgNumResa pic 9(6).
           2 pic x(6).
           2 imgNomResa pic x(30).
           2 imgTelResa pic x(15).
           2 pic x(143).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 trajetTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 archiveOuverte value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneEpuree value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).

       screen section.
       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-titre.
           2 blank screen.
           2 line 3 col 4 'Anonymisation des donn'&x'82'&'es '&
           'personnelles'.
           2 line 5 col 4 'Conservation'.
           2 line 5 col 30 'mois'.
           2 line 5 col 40 'Ant'&x'82'&'rieurs au'.
           2 line 6 col 6 'Chauffeurs partis'.
           2 a-consChauf pic zz9 line 6 col 30 from moisConsChauf.
           2 a-coupChauf pic 9(8) line 6 col 40 from coupureChauf.
           2 line 7 col 6 'R'&x'82'&'servations'.
           2 a-consResa pic zz9 line 7 col 30 from moisConsResa.
           2 a-coupResa pic 9(8) line 7 col 40 from coupureResa.
           2 line 8 col 6 'Liste d''attente'.
           2 a-consAtt pic zz9 line 8 col 30 from moisConsAttente.
           2 a-coupAtt pic 9(8) line 8 col 40 from coupureAttente.
           2 line 9 col 6 'Enqu'&x'88'&'tes passagers'.
           2 a-consEnq pic zz9 line 9 col 30 from moisConsEnquete.
           2 a-coupEnq pic 9(8) line 9 col 40 from coupureEnquete.
           2 line 11 col 4 'Les noms et coordonn'&x'82'&'es seront '&
           'effac'&x'82'&'s d'&x'82'&'finitivement.'.
           2 line 12 col 4 'Confirmer (O/N) : '.
           2 s-confirm pic x to confirmSaisi required.

       1 a-plg-abandon.
           2 line 14 col 4 'Anonymisation abandonn'&x'82'&'e'.

       1 a-plg-absent.
           2 line 14 col 4 'ChaufNouv.dat ou Reservation.dat '&
           'indisponible'.

       1 a-plg-res.
           2 line 14 col 4 'Chauffeurs anonymis'&x'82'&'s   : '.
           2 a-nbChauf pic z(5)9 from nbChaufAnon.
           2 line 15 col 4 'R'&x'82'&'servations            : '.
           2 a-nbResa pic z(5)9 from nbResaAnon.
           2 line 16 col 4 'Liste d''attente         : '.
           2 a-nbAttente pic z(5)9 from nbAttenteAnon.
           2 line 17 col 4 'Enqu'&x'88'&'tes                : '.
           2 a-nbEnquete pic z(5)9 from nbEnqueteAnon.
           2 line 19 col 4 'Certificat : '.
           2 a-certificat pic x(40) from nomCertificat.

       procedure division using operateurID-parm.
           move 0 to nbChaufAnon
           move 0 to nbBanqueAnon
           move 0 to nbCandidatAnon
           move 0 to nbResaAnon
           move 0 to nbAttenteAnon
           move 0 to nbEnqueteAnon
           move 0 to nbJournalEpure
           move 0 to nbChaufSansDepart
           move 0 to nbResaSansTrajet
           move 0 to nbAttenteSansTrajet
           move 0 to nbEnqueteSansTrajet
           set affectOuverte to false
           set archiveOuverte to false
           accept dateJour from date yyyymmdd
           accept heureJour from time
           perform mod-chargerParametres

           move moisConsChauf to moisRetenus
           perform mod-calculerCoupure
           move dateCoupureCalc to coupureChauf
           move moisConsResa to moisRetenus
           perform mod-calculerCoupure
           move dateCoupureCalc to coupureResa
           move moisConsAttente to moisRetenus
           perform mod-calculerCoupure
           move dateCoupureCalc to coupureAttente
           move moisConsEnquete to moisRetenus
           perform mod-calculerCoupure
           move dateCoupureCalc to coupureEnquete

           display s-plg-titre
           accept s-confirm
           if confirmSaisi not = 'O' and confirmSaisi not = 'o' then
               display a-plg-abandon
               display a-plg-next
               accept s-next
               goback
           end-if

           open i-o f-chaufNouv
           open i-o f-reservation
           if statusChauf not = '00' or statusResa not = '00' then
               if statusChauf = '00' then
                   close f-chaufNouv
               end-if
               if statusResa = '00' then
                   close f-reservation
               end-if
               display a-plg-absent
               display a-plg-next
               accept s-next
               goback
           end-if
           open input f-affectation
           if statusAffect = '00' then
               set affectOuverte to true
           end-if
           open input f-archive
           if statusArchive = '00' then
               set archiveOuverte to true
           end-if

           perform mod-chauffeurs
           perform mod-banqueChauffeurs
           perform mod-candidats
           perform mod-reservations
           perform mod-listeAttente
           perform mod-enquetes
           perform mod-epurerJournal

           close f-chaufNouv
           close f-reservation
           if affectOuverte then
               close f-affectation
               set affectOuverte to false
           end-if
           if archiveOuverte then
               close f-archive
               set archiveOuverte to false
           end-if

           perform mod-ecrireCertificat
           perform mod-auditResume

           display a-plg-res
           display a-plg-next
           accept s-next
           goback.

       mod-chargerParametres.
           open input f-parametre
           if statusParam = '00' then
               move 'CONSCHAUF' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to moisConsChauf
                       end-if
               end-read
               move 'CONSRESA' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to moisConsResa
                       end-if
               end-read
               move 'CONSATTENT' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to moisConsAttente
                       end-if
               end-read
               move 'CONSENQUET' to codeParam
               read f-parametre
                   not invalid key
                       if valeurParam > 0 then
                           move valeurParam to moisConsEnquete
                       end-if
               end-read
               close f-parametre
           end-if
       .

       *> date du jour reculee de moisRetenus mois (jour ramene au
       *> 28 pour rester une date valide)
       mod-calculerCoupure.
           compute rangMoisCoupure = anneeJour * 12 + moisJour - 1
               - moisRetenus
           compute anneeCoupure = rangMoisCoupure / 12
           compute moisCoupure = rangMoisCoupure - anneeCoupure * 12
               + 1
           move jourJour to jourCoupure
           if jourCoupure > 28 then
               move 28 to jourCoupure
           end-if
           compute dateCoupureCalc = anneeCoupure * 10000
               + moisCoupure * 100 + jourCoupure
       .

       *> date du trajet d'une affectation : fin, ou debut a defaut,
       *> dans le fichier vivant puis dans l'archive
       mod-dateTrajet.
           set trajetTrouve to false
           move 0 to dateTrajet
           if affectOuverte then
               move numAffectCherche to Numaffect
               read f-affectation
                   not invalid key
                       set trajetTrouve to true
                       move dateFinAffectA to dateTrajet
                       if dateTrajet = 0 then
                           move dateDebAffectA to dateTrajet
                       end-if
               end-read
           end-if
           if not trajetTrouve and archiveOuverte then
               move numAffectCherche to NumaffectArc
               read f-archive
                   not invalid key
                       set trajetTrouve to true
                       move dateFinAffectArc to dateTrajet
                       if dateTrajet = 0 then
                           move dateDebAffectArc to dateTrajet
                       end-if
               end-read
           end-if
           if dateTrajet = 0 then
               set trajetTrouve to false
           end-if
       .

       *> chauffeurs sortis des effectifs depuis plus de CONSCHAUF
       *> mois; un inactif sans date de depart reste a examiner
       mod-chauffeurs.
           set fin-lire to false
           read f-chaufNouv next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   if chaufInactif and nomN not = nomAnonyme then
                       if dateDepartN = 0 then
                           add 1 to nbChaufSansDepart
                       else
                           if dateDepartN < coupureChauf then
                               perform mod-anonymiserChauffeur
                           end-if
                       end-if
                   end-if
               end-if
               read f-chaufNouv next
               end set fin-lire to true end-read
           end-perform
       .

       mod-anonymiserChauffeur.
           move nomAnonyme to nomN
           move spaces to prenomN
           move spaces to telephoneN
           move spaces to adresseN
           rewrite ChaufNouv
               invalid key
                   exit paragraph
           end-rewrite
           add 1 to nbChaufAnon

           *> l'image avant reprend l'image apres : les donnees
           *> effacees ne doivent pas ressortir par le journal
           move 'CHAUFFEUR' to jrnFichier
           move 'R' to jrnOperation
           move spaces to jrnApres
           move ChaufNouv to jrnApres(1:156)
           move jrnApres to jrnAvant
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call

           move 'CHAUFFEUR' to entiteAudit
           move numchaufN to cleAudit
           perform mod-auditEnreg
       .

       *> RIB des chauffeurs anonymises (dans cette execution ou une
       *> precedente) : titulaire, IBAN et BIC effaces
       mod-banqueChauffeurs.
           open i-o f-banqueChauf
           if statusBanqueChauf not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-banqueChauf next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   if titulaireB not = spaces or ibanB not = spaces
                   or bicB not = spaces then
                       move numChaufB to numchaufN
                       read f-chaufNouv
                           not invalid key
                               if nomN = nomAnonyme then
                                   perform mod-anonymiserBanque
                               end-if
                       end-read
                   end-if
               end-if
               read f-banqueChauf next
               end set fin-lire to true end-read
           end-perform
           close f-banqueChauf
       .

       mod-anonymiserBanque.
           move spaces to titulaireB
           move spaces to ibanB
           move spaces to bicB
           rewrite BanqueChauffeur
               invalid key
                   exit paragraph
           end-rewrite
           add 1 to nbBanqueAnon

           move 'BANQUECHAUF' to jrnFichier
           move 'R' to jrnOperation
           move spaces to jrnApres
           move BanqueChauffeur to jrnApres(1:87)
           move jrnApres to jrnAvant
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call

           move 'BANQUECHAUF' to entiteAudit
           move numChaufB to cleAudit
           perform mod-auditEnreg
       .

       *> fiche de candidature d'un chauffeur embauche puis
       *> anonymise : nom, prenom, telephone et adresse
       mod-candidats.
           open i-o f-candidat
           if statusCandidat not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-candidat next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   if numChaufCa not = 0 and nomCa not = nomAnonyme
                   then
                       move numChaufCa to numchaufN
                       read f-chaufNouv
                           not invalid key
                               if nomN = nomAnonyme then
                                   perform mod-anonymiserCandidat
                               end-if
                       end-read
                   end-if
               end-if
               read f-candidat next
               end set fin-lire to true end-read
           end-perform
           close f-candidat
       .

       *> l'image journalisee s'arrete a 200 caracteres : elle
       *> couvre l'identite, seule modifiee ici
       mod-anonymiserCandidat.
           move nomAnonyme to nomCa
           move spaces to prenomCa
           move spaces to telephoneCa
           move spaces to adresseCa
           rewrite Candidat
               invalid key
                   exit paragraph
           end-rewrite
           add 1 to nbCandidatAnon

           move 'CANDIDAT' to jrnFichier
           move 'R' to jrnOperation
           move Candidat(1:200) to jrnApres
           move jrnApres to jrnAvant
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call

           move 'CANDIDAT' to entiteAudit
           move numCandidat to cleAudit
           perform mod-auditEnreg
       .

       mod-reservations.
           set fin-lire to false
           read f-reservation next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   if nomPassager not = nomAnonyme then
                       move numAffectR to numAffectCherche
                       perform mod-dateTrajet
                       if not trajetTrouve then
                           add 1 to nbResaSansTrajet
                       else
                           if dateTrajet < coupureResa then
                               perform mod-anonymiserReservation
                           end-if
                       end-if
                   end-if
               end-if
               read f-reservation next
               end set fin-lire to true end-read
           end-perform
       .

       mod-anonymiserReservation.
           move nomAnonyme to nomPassager
           move spaces to telephonePassager
           rewrite Reservation
               invalid key
                   exit paragraph
           end-rewrite
           add 1 to nbResaAnon

           move 'RESERVATION' to jrnFichier
           move 'R' to jrnOperation
           move spaces to jrnApres
           move Reservation to jrnApres(1:109)
           move jrnApres to jrnAvant
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call

           move 'RESERVATION' to entiteAudit
           move numResa to cleAudit
           perform mod-auditEnreg
       .

       mod-listeAttente.
           open i-o f-attente
           if statusAttente not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-attente next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   if nomPassagerW not = nomAnonyme then
                       move numAffectW to numAffectCherche
                       perform mod-dateTrajet
                       if not trajetTrouve then
                           add 1 to nbAttenteSansTrajet
                       else
                           if dateTrajet < coupureAttente then
                               perform mod-anonymiserAttente
                           end-if
                       end-if
                   end-if
               end-if
               read f-attente next
               end set fin-lire to true end-read
           end-perform
           close f-attente
       .

       mod-anonymiserAttente.
           move nomAnonyme to nomPassagerW
           move spaces to telephoneW
           rewrite ListeAttente
               invalid key
                   exit paragraph
           end-rewrite
           add 1 to nbAttenteAnon
           move 'ATTENTE' to entiteAudit
           move numAttente to cleAudit
           perform mod-auditEnreg
       .

       *> seuls les passagers sondes portent des donnees
       *> personnelles propres (un client sonde reste dans Client)
       mod-enquetes.
           open i-o f-enquete
           if statusEnquete not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-enquete next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   if sondePassager and nomSondeEq not = nomAnonyme
                   then
                       move dateTrajetEq to dateTrajet
                       if dateTrajet = 0 then
                           move numAffectEq to numAffectCherche
                           perform mod-dateTrajet
                       end-if
                       if dateTrajet = 0 then
                           add 1 to nbEnqueteSansTrajet
                       else
                           if dateTrajet < coupureEnquete then
                               perform mod-anonymiserEnquete
                           end-if
                       end-if
                   end-if
               end-if
               read f-enquete next
               end set fin-lire to true end-read
           end-perform
           close f-enquete
       .

       mod-anonymiserEnquete.
           move nomAnonyme to nomSondeEq
           move spaces to telSondeEq
           rewrite Enquete
               invalid key
                   exit paragraph
           end-rewrite
           add 1 to nbEnqueteAnon
           move 'ENQUETE' to entiteAudit
           move numEnquete to cleAudit
           perform mod-auditEnreg
       .

       *> epuration du journal des mises a jour : les images des
       *> chauffeurs et reservations desormais anonymises perdent
       *> les memes champs. Le journal est recopie dans un fichier
       *> de travail puis remis en place.
       mod-epurerJournal.
           open input f-journal
           if statusJournal not = '00' then
               exit paragraph
           end-if
           open output f-journalTravail
           set fin-lire to false
           read f-journal end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   set ligneEpuree to false
                   evaluate fichierJrn
                       when 'CHAUFFEUR'
                           move imageAvantJrn to imageJrn
                           perform mod-epurerImageChauf
                           move imageJrn to imageAvantJrn
                           move imageApresJrn to imageJrn
                           perform mod-epurerImageChauf
                           move imageJrn to imageApresJrn
                       when 'RESERVATION'
                           move imageAvantJrn to imageJrn
                           perform mod-epurerImageResa
                           move imageJrn to imageAvantJrn
                           move imageApresJrn to imageJrn
                           perform mod-epurerImageResa
                           move imageJrn to imageApresJrn
                   end-evaluate
                   if ligneEpuree then
                       add 1 to nbJournalEpure
                   end-if
                   move ligneJournal to ligneTravail
                   write ligneTravail
               end-if
               read f-journal end set fin-lire to true end-read
           end-perform
           close f-journal
           close f-journalTravail

           if nbJournalEpure = 0 then
               exit paragraph
           end-if
           open input f-journalTravail
           open output f-journal
           set fin-lire to false
           read f-journalTravail end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   move ligneTravail to ligneJournal
                   write ligneJournal
               end-if
               read f-journalTravail end set fin-lire to true end-read
           end-perform
           close f-journalTravail
           close f-journal
       .

       mod-epurerImageChauf.
           if imageJrn = spaces or imgNumChauf not numeric then
               exit paragraph
           end-if
           if imgNomChauf = nomAnonyme and imgPrenomChauf = spaces
               and imgTelChauf = spaces and imgAdresseChauf = spaces
           then
               exit paragraph
           end-if
           move imgNumChauf to numchaufN
           read f-chaufNouv
               invalid key
                   exit paragraph
           end-read
           if nomN = nomAnonyme then
               move nomAnonyme to imgNomChauf
               move spaces to imgPrenomChauf
               move spaces to imgTelChauf
               move spaces to imgAdresseChauf
               set ligneEpuree to true
           end-if
       .

       mod-epurerImageResa.
           if imageJrn = spaces or imgNumResa not numeric then
               exit paragraph
           end-if
           if imgNomResa = nomAnonyme and imgTelResa = spaces then
               exit paragraph
           end-if
           move imgNumResa to numResa
           read f-reservation
               invalid key
                   exit paragraph
           end-read
           if nomPassager = nomAnonyme then
               move nomAnonyme to imgNomResa
               move spaces to imgTelResa
               set ligneEpuree to true
           end-if
       .

       mod-ecrireCertificat.
           move spaces to nomCertificat
           string 'anonymisation-' dateJour '.txt'
               delimited by size into nomCertificat
           end-string
           open output f-certificat
           move ligneVide to ligne
           move 'CERTIFICAT D''ANONYMISATION DES DONNEES PERSONNELLES'
               to ligne(1:51)
           write certificat
           move ligneVide to ligne
           write certificat
           move ligneVide to ligne
           move 'Execution du' to ligne(1:12)
           move dateJour to ligne(14:8)
           move 'a' to ligne(23:1)
           move heureJour to ligne(25:6)
           write certificat
           move ligneVide to ligne
           move 'Operateur' to ligne(1:9)
           move operateurID-parm to ligne(14:10)
           write certificat
           move ligneVide to ligne
           write certificat

           move ligneVide to ligne
           move 'Donnees' to ligne(1:7)
           move 'Conservation' to ligne(26:12)
           move 'Anterieurs au' to ligne(42:13)
           write certificat
           move ligneVide to ligne
           move 'Chauffeurs partis' to ligne(1:17)
           move moisConsChauf to ligne(26:3)
           move 'mois' to ligne(30:4)
           move coupureChauf to ligne(42:8)
           write certificat
           move ligneVide to ligne
           move 'Reservations' to ligne(1:12)
           move moisConsResa to ligne(26:3)
           move 'mois' to ligne(30:4)
           move coupureResa to ligne(42:8)
           write certificat
           move ligneVide to ligne
           move 'Liste d''attente' to ligne(1:15)
           move moisConsAttente to ligne(26:3)
           move 'mois' to ligne(30:4)
           move coupureAttente to ligne(42:8)
           write certificat
           move ligneVide to ligne
           move 'Enquetes passagers' to ligne(1:18)
           move moisConsEnquete to ligne(26:3)
           move 'mois' to ligne(30:4)
           move coupureEnquete to ligne(42:8)
           write certificat
           move ligneVide to ligne
           write certificat

           move ligneVide to ligne
           move 'Enregistrements anonymises' to ligne(1:26)
           write certificat
           move ligneVide to ligne
           move '  Chauffeurs' to ligne(1:12)
           move nbChaufAnon to ligne(45:6)
           write certificat
           move ligneVide to ligne
           move '  RIB de chauffeurs' to ligne(1:19)
           move nbBanqueAnon to ligne(45:6)
           write certificat
           move ligneVide to ligne
           move '  Candidats embauches' to ligne(1:21)
           move nbCandidatAnon to ligne(45:6)
           write certificat
           move ligneVide to ligne
           move '  Reservations' to ligne(1:14)
           move nbResaAnon to ligne(45:6)
           write certificat
           move ligneVide to ligne
           move '  Liste d''attente' to ligne(1:17)
           move nbAttenteAnon to ligne(45:6)
           write certificat
           move ligneVide to ligne
           move '  Enquetes passagers' to ligne(1:20)
           move nbEnqueteAnon to ligne(45:6)
           write certificat
           move ligneVide to ligne
           move '  Lignes epurees de journal.dat' to ligne(1:31)
           move nbJournalEpure to ligne(45:6)
           write certificat
           move ligneVide to ligne
           write certificat

           move ligneVide to ligne
           move 'Non traites, a examiner' to ligne(1:23)
           write certificat
           move ligneVide to ligne
           move '  Chauffeurs inactifs sans date de depart'
               to ligne(1:41)
           move nbChaufSansDepart to ligne(45:6)
           write certificat
           move ligneVide to ligne
           move '  Reservations sans trajet retrouve' to ligne(1:35)
           move nbResaSansTrajet to ligne(45:6)
           write certificat
           move ligneVide to ligne
           move '  Liste d''attente sans trajet retrouve'
               to ligne(1:38)
           move nbAttenteSansTrajet to ligne(45:6)
           write certificat
           move ligneVide to ligne
           move '  Enquetes sans date de trajet' to ligne(1:30)
           move nbEnqueteSansTrajet to ligne(45:6)
           write certificat
           move ligneVide to ligne
           write certificat

           move ligneVide to ligne
           move 'Champs effaces : nom, prenom, telephone et adresse'
               to ligne(1:50)
           move 'des' to ligne(52:3)
           write certificat
           move ligneVide to ligne
           move 'chauffeurs et de leur fiche de candidat, titulaire,'
               to ligne(1:51)
           move 'IBAN et' to ligne(53:7)
           write certificat
           move ligneVide to ligne
           move 'BIC de leur RIB, nom et telephone des passagers. Les'
               to ligne(1:52)
           move 'numeros' to ligne(54:7)
           write certificat
           move ligneVide to ligne
           move 'sont conserves; le detail figure au journal d''audit'
               to ligne(1:51)
           move '(ANONY).' to ligne(53:8)
           write certificat
           move ligneVide to ligne
           write certificat
           move ligneVide to ligne
           move 'Visa du responsable :' to ligne(1:21)
           write certificat
           close f-certificat
       .

       mod-auditEnreg.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'ANONY' to ligneAudit(18:5)
           move entiteAudit to ligneAudit(25:11)
           move cleAudit to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       mod-auditResume.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'ANONY' to ligneAudit(18:5)
           move 'DONNEES' to ligneAudit(25:11)
           move operateurID-parm to ligneAudit(43:10)
           move nbChaufAnon to ligneAudit(54:6)
           move nbResaAnon to ligneAudit(61:6)
           move nbAttenteAnon to ligneAudit(68:6)
           move nbEnqueteAnon to ligneAudit(75:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program anonymisation.
