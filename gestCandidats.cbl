       program-id. gestCandidats.

       *> recrutement des chauffeurs : fiche candidat (Candidat.dat)
       *> avec identite, coordonnees, permis, certifications deja
       *> obtenues, depot de candidature et etape du parcours
       *> (P postule, E entretien, T test de conduite, O offre,
       *> H embauche, R refuse), chaque etape etant datee pour le
       *> rapport de recrutement. L'embauche d'un candidat cree en
       *> une fois la fiche chauffeur (ChaufNouv.dat, plus petit
       *> matricule libre comme ajoutChauffeur), le contrat de
       *> travail (Contrat.dat) et les lignes de certification
       *> (Certification.dat).

       file-control.
           select f-candidat assign 'Candidat.dat'
           organization indexed access dynamic
           record key numCandidat
           file status is statusCandidat.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed access dynamic record key numchaufN
           file status is statusMaj.

           select f-contrat assign 'Contrat.dat'
           organization indexed access dynamic
           record key numContrat
           alternate record key numChaufCt duplicates
           file status is statusContrat.

           select f-certification assign 'Certification.dat'
           organization indexed access dynamic
           record key numCertif
           alternate record key numChaufC duplicates
           file status is statusCertif.

           select f-compteurs assign 'Compteurs.dat' organization
           indexed access dynamic record key cleCompteurs
           file status is statusCompteurs.

       file section.
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
               88 etapePostule value 'P'.
               88 etapeEntretien value 'E'.
               88 etapeTest value 'T'.
               88 etapeOffre value 'O'.
               88 etapeEmbauche value 'H'.
               88 etapeRefus value 'R'.
               88 candidatureClose values 'H' 'R'.
           2 dateCandidatureCa pic 9(8).
           2 dateEntretienCa pic 9(8).
           2 dateTestCa pic 9(8).
           2 dateOffreCa pic 9(8).
           2 dateEmbaucheCa pic 9(8).
           2 dateRefusCa pic 9(8).
           2 numChaufCa pic 9(4).
           2 commentaireCa pic x(30).

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

       fd f-contrat.
       1 Contrat.
           2 numContrat pic 9(4).
           2 numChaufCt pic 9(4).
           2 typeContrat pic x(7).
           2 dateDebContrat pic 9(8).
           2 dateFinContrat pic 9(8).

       fd f-certification.
       1 Certification.
           2 numCertif pic 9(4).
           2 numChaufC pic 9(4).
           2 typeCertif pic x(10).
           2 dateObtentionCertif pic 9(8).
           2 dateExpirationCertif pic 9(8).

       fd f-compteurs.
       1 Compteurs.
           2 cleCompteurs pic 9(1).
           2 nbChauffeursCpt pic 9(4).
           2 nbBusCpt pic 9(4).

       working-storage section.
       1 statusCandidat pic xx.
       1 statusContrat pic xx.
       1 statusCertif pic xx.
       1 statusCompteurs pic xx.

       *> exploitation multi-postes : controle d'ouverture du fichier
       *> des chauffeurs, avec ecran d'attente et nouvel essai
       1 statusMaj pic xx.
       1 reponseOccupe pic x.

       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 confirmSaisi pic x.
       1 actionAudit pic x(5).
       1 entiteAudit pic x(11).
       1 cleAudit pic 9(4).
       1 infoAudit pic x(27).

       1 candidatSaisi pic 9(4).
       1 newCandidat pic 9(4).
       1 nomSaisi pic x(30).
       1 prenomSaisi pic x(30).
       1 telephoneSaisi pic x(15).
       1 adresseSaisie pic x(40).
       1 categorieSaisie pic x(02).
       1 permisSaisi pic 9(8).
       1 expirationSaisie pic 9(8).
       1 depotSaisi pic 9(2).
       1 certifSaisies.
           2 certifSaisie occurs 3 times.
               3 typeCertifSaisi pic x(10).
               3 dateObtCertifSaisie pic 9(8).
               3 dateExpCertifSaisie pic 9(8).
       1 idxCertif pic 9.

       1 etapeSaisie pic x(01).
           88 etapeSaisieValide values 'E' 'T' 'O' 'R'.
       1 dateSaisie pic 9(8).
       1 rangActuel pic 9.
       1 rangNouveau pic 9.

       1 typeContratSaisi pic x(7).
           88 typeContratValide values 'CDI' 'CDD' 'INTERIM'.
       1 dateFinContratSaisie pic 9(8).

       1 newNum pic 9(4).
       1 newContrat pic 9(4).
       1 newCertif pic 9(4).
       1 nbCertifsCreees pic 9.

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 candidatTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 gapTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 chauffeurCree value 'o' false 'n'.

       1 dateAValider pic 9(8).
       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.

       1 pic x value 'n'.
       88 datesValides value 'o' false 'n'.

       *> journal des mises a jour (journalMaj) : images avant/apres
       *> rejouables par rollForward apres une restauration
       1 jrnFichier pic x(12).
       1 jrnOperation pic x(01).
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
       88 roleConsult-parm value 'C'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 s-plg-occupe.
           2 line 22 col 4 'Fichier occup'&x'82'&' par un autre '&
           'poste ou indisponible. R'&x'82'&'essayer (O/N) : '.
           2 s-occupe pic x to reponseOccupe.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-nextPage.
           2 line 24 'Appuyez sur une touche pour afficher la suite' .
           2 s-nextPage line 25 col 80 pic x to nextPage auto secure.

       1 a-plg-menu.
           2 line 3 col 14 'Recrutement des chauffeurs'.
           2 line 5 col 10 '1 Consulter les candidats'.
           2 line 6 col 10 '2 Nouvelle candidature'.
           2 line 7 col 10 '3 Faire avancer une candidature'.
           2 line 8 col 10 '4 Embaucher un candidat'.
           2 line 9 col 10 '5 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 11 col 13 'Choix ? '.
           2 s-choix line 11 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Candidats (P postul'&x'82'&', E entretien, '&
           'T test, O offre, H embauch'&x'82'&', R refus'&x'82'&')'.
           2 line 6 col 3 'Num'.
           2 line 6 col 9 'Nom'.
           2 line 6 col 30 'Pr'&x'82'&'nom'.
           2 line 6 col 46 'Perm'.
           2 line 6 col 51 'D'&x'82'&'p'.
           2 line 6 col 55 'Et'.
           2 line 6 col 58 'Candidat.'.
           2 line 6 col 68 'Matricule'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numCandidat.
           2 line i col 9 pic x(20) from nomCa.
           2 line i col 30 pic x(15) from prenomCa.
           2 line i col 46 pic x(02) from categoriePermisCa.
           2 line i col 51 pic 99 from depotCa.
           2 line i col 56 pic x from etapeCa.
           2 line i col 58 pic 9(8) from dateCandidatureCa.
           2 line i col 68 pic 9(4) from numChaufCa.

       1 s-plg-saisie.
           2 line 3 col 4 'Nouvelle candidature'.
           2 line 5 col 8 'Nom : '.
           2 s-nom pic x(30) to nomSaisi required.
           2 line 6 col 8 'Pr'&x'82'&'nom : '.
           2 s-prenom pic x(30) to prenomSaisi.
           2 line 7 col 8 'T'&x'82'&'l'&x'82'&'phone : '.
           2 s-telephone pic x(15) to telephoneSaisi.
           2 line 8 col 8 'Adresse : '.
           2 s-adresse pic x(40) to adresseSaisie.
           2 line 9 col 8 'Cat'&x'82'&'gorie du permis (ex : D, D1) : '.
           2 s-categorie pic x(02) to categorieSaisie.
           2 line 10 col 8 'Date du permis (AAAAMMJJ) : '.
           2 s-permis pic 9(8) to permisSaisi.
           2 line 11 col 8 'Expiration du permis (AAAAMMJJ) : '.
           2 s-expiration pic 9(8) to expirationSaisie.
           2 line 12 col 8 'D'&x'82'&'p'&x'93'&'t de candidature '&
           '(00 si aucun) : '.
           2 s-depot pic 9(2) to depotSaisi.
           2 line 14 col 8 'Certifications (FIMO, FCO, MEDICALE...)'.
           2 line 15 col 8 'Type'.
           2 line 15 col 21 'Obtenue le'.
           2 line 15 col 33 'Expire le'.
           2 s-type1 line 16 col 8 pic x(10) to typeCertifSaisi(1).
           2 s-obt1 line 16 col 21 pic 9(8) to dateObtCertifSaisie(1).
           2 s-exp1 line 16 col 33 pic 9(8) to dateExpCertifSaisie(1).
           2 s-type2 line 17 col 8 pic x(10) to typeCertifSaisi(2).
           2 s-obt2 line 17 col 21 pic 9(8) to dateObtCertifSaisie(2).
           2 s-exp2 line 17 col 33 pic 9(8) to dateExpCertifSaisie(2).
           2 s-type3 line 18 col 8 pic x(10) to typeCertifSaisi(3).
           2 s-obt3 line 18 col 21 pic 9(8) to dateObtCertifSaisie(3).
           2 s-exp3 line 18 col 33 pic 9(8) to dateExpCertifSaisie(3).

       1 s-plg-num.
           2 line 4 col 10 'Num'&x'82'&'ro du candidat : '.
           2 s-num pic 9(4) to candidatSaisi required.

       1 a-plg-fiche.
           2 line 6 col 10 'Candidat : '.
           2 a-nom pic x(30) from nomCa.
           2 line 7 col 10 'Pr'&x'82'&'nom : '.
           2 a-prenom pic x(30) from prenomCa.
           2 line 8 col 10 'Etape actuelle : '.
           2 a-etape pic x from etapeCa.
           2 line 9 col 10 'Candidature du '.
           2 a-dateCand pic 9(8) from dateCandidatureCa.

       1 s-plg-etape.
           2 line 11 col 10 'Nouvelle '&x'82'&'tape (E entretien, '&
           'T test, O offre, R refus) : '.
           2 s-etape pic x to etapeSaisie required.
           2 line 12 col 10 'Date de l'''&x'82'&'tape (AAAAMMJJ) : '.
           2 s-dateEtape pic 9(8) using dateSaisie.
           2 line 13 col 10 'Commentaire : '.
           2 s-commentaire pic x(30) using commentaireCa.

       1 s-plg-embauche.
           2 line 11 col 10 'Date d''embauche (AAAAMMJJ) : '.
           2 s-dateEmbauche pic 9(8) using dateSaisie.
           2 line 12 col 10 'Type de contrat (CDI, CDD, INTERIM) : '.
           2 s-typeContrat pic x(7) to typeContratSaisi required.
           2 line 13 col 10 'Fin du contrat (AAAAMMJJ, 0 si CDI) : '.
           2 s-finContrat pic 9(8) to dateFinContratSaisie.
           2 line 15 col 10 'Confirmer l''embauche (O/N) : '.
           2 s-confirm pic x to confirmSaisi required.

       1 a-plg-erreur.
           2 line 20 col 10 'Saisir des dates correctes svp'.

       1 a-plg-inconnu.
           2 line 20 col 10 'Candidat inconnu'.

       1 a-plg-clos.
           2 line 20 col 10 'Candidature d'&x'82'&'j'&x'85'&
           ' close (embauche ou refus)'.

       1 a-plg-etapeInvalide.
           2 line 20 col 10 'Etape invalide ou ant'&x'82'&'rieure '&
           x'85'&' l'''&x'82'&'tape actuelle'.

       1 a-plg-pasOffre.
           2 line 20 col 10 'Embauche possible apr'&x'8a'&'s une '&
           'offre seulement'.

       1 a-plg-typeInvalide.
           2 line 20 col 10 'Type de contrat : CDI, CDD ou INTERIM'.

       1 a-plg-permisManquant.
           2 line 20 col 10 'Permis du candidat non renseign'&x'82'.

       1 a-plg-res.
           2 line 20 col 10 'Candidature enregistr'&x'82'&'e sous le '&
           'num'&x'82'&'ro '.
           2 a-newCandidat pic 9(4) from newCandidat.

       1 a-plg-resEtape.
           2 line 20 col 10 'Etape enregistr'&x'82'&'e !'.

       1 a-plg-resEmbauche.
           2 line 18 col 10 'Chauffeur cr'&x'82'&x'82'&' sous le '&
           'matricule '.
           2 a-newNum pic 9(4) from newNum.
           2 line 19 col 10 'Contrat '.
           2 a-newContrat pic 9(4) from newContrat.
           2 ', certification(s) reprise(s) : '.
           2 a-nbCertifs pic 9 from nbCertifsCreees.

       1 a-plg-abandon.
           2 line 20 col 10 'Embauche abandonn'&x'82'&'e'.

       1 a-plg-nonRes.
           2 line 20 col 10 'Echec'.

       1 a-plg-aucun.
           2 line 8 col 4 'Aucun candidat enregistr'&x'82'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 5
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               accept dateJour from date yyyymmdd
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-ajouter
                   when 3 perform mod-avancer
                   when 4 perform mod-embaucher
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-candidat
           if statusCandidat = '00' then
               set fin-lire to false
               read f-candidat next
               end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
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
                   read f-candidat next
                   end set fin-lire to true end-read
               end-perform
               close f-candidat
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-ajouter.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           initialize certifSaisies
           display s-plg-saisie
           accept s-nom
           accept s-prenom
           accept s-telephone
           accept s-adresse
           accept s-categorie
           accept s-permis
           accept s-expiration
           accept s-depot
           accept s-type1
           accept s-obt1
           accept s-exp1
           accept s-type2
           accept s-obt2
           accept s-exp2
           accept s-type3
           accept s-obt3
           accept s-exp3
           inspect categorieSaisie converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           set datesValides to true
           move permisSaisi to dateAValider
           perform mod-controlerDate
           move expirationSaisie to dateAValider
           perform mod-controlerDate
           perform varying idxCertif from 1 by 1 until idxCertif > 3
               move dateObtCertifSaisie(idxCertif) to dateAValider
               perform mod-controlerDate
               move dateExpCertifSaisie(idxCertif) to dateAValider
               perform mod-controlerDate
           end-perform
           if not datesValides then
               display a-plg-erreur
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           open i-o f-candidat
           if statusCandidat = '35' then
               open output f-candidat
               close f-candidat
               open i-o f-candidat
           end-if
           move 0 to newCandidat
           set fin-lire to false
           read f-candidat next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and numCandidat > newCandidat then
                   move numCandidat to newCandidat
               end-if
               read f-candidat next
               end set fin-lire to true end-read
           end-perform
           add 1 to newCandidat

           initialize Candidat
           move newCandidat to numCandidat
           move nomSaisi to nomCa
           move prenomSaisi to prenomCa
           move telephoneSaisi to telephoneCa
           move adresseSaisie to adresseCa
           move categorieSaisie to categoriePermisCa
           move permisSaisi to datePermisCa
           move expirationSaisie to dateExpPermisCa
           perform varying idxCertif from 1 by 1 until idxCertif > 3
               move certifSaisie(idxCertif) to certifCa(idxCertif)
           end-perform
           move depotSaisi to depotCa
           set etapePostule to true
           move dateJour to dateCandidatureCa
           write Candidat
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-res
                   move 'AJOUT' to actionAudit
                   move 'CANDIDAT' to entiteAudit
                   move newCandidat to cleAudit
                   move nomSaisi to infoAudit
                   perform mod-ecrireAudit
           end-write
           close f-candidat

           display a-plg-next
           accept s-next
       .

       mod-controlerDate.
           perform mod-validerDate
           if not dateValide then
               set datesValides to false
           end-if
       .

       *> passage a une etape ulterieure du parcours (les etapes
       *> peuvent etre sautees), ou refus a toute etape
       mod-avancer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-num
           accept s-num
           perform mod-lireCandidat
           if not candidatTrouve then
               exit paragraph
           end-if

           move dateJour to dateSaisie
           display s-plg-etape
           accept s-etape
           accept s-dateEtape
           accept s-commentaire
           inspect etapeSaisie converting 'etor' to 'ETOR'

           perform mod-rangEtape
           move dateSaisie to dateAValider
           perform mod-validerDate

           evaluate true
               when not etapeSaisieValide
               or (etapeSaisie not = 'R' and rangNouveau <= rangActuel)
                   display a-plg-etapeInvalide
               when not dateValide or dateSaisie = 0
               or dateSaisie < dateCandidatureCa
                   display a-plg-erreur
               when other
                   move etapeSaisie to etapeCa
                   evaluate true
                       when etapeEntretien
                           move dateSaisie to dateEntretienCa
                       when etapeTest
                           move dateSaisie to dateTestCa
                       when etapeOffre
                           move dateSaisie to dateOffreCa
                       when etapeRefus
                           move dateSaisie to dateRefusCa
                   end-evaluate
                   rewrite Candidat
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-resEtape
                           move 'MODIF' to actionAudit
                           move 'CANDIDAT' to entiteAudit
                           move numCandidat to cleAudit
                           move spaces to infoAudit
                           string 'etape ' etapeSaisie
                               delimited size into infoAudit
                           perform mod-ecrireAudit
                   end-rewrite
           end-evaluate
           close f-candidat

           display a-plg-next
           accept s-next
       .

       *> rang de l'etape actuelle et de l'etape saisie dans le
       *> parcours P, E, T, O
       mod-rangEtape.
           evaluate true
               when etapeEntretien move 2 to rangActuel
               when etapeTest move 3 to rangActuel
               when etapeOffre move 4 to rangActuel
               when other move 1 to rangActuel
           end-evaluate
           evaluate etapeSaisie
               when 'E' move 2 to rangNouveau
               when 'T' move 3 to rangNouveau
               when 'O' move 4 to rangNouveau
               when other move 0 to rangNouveau
           end-evaluate
       .

       *> lecture du candidat saisi, fichier laisse ouvert en mise a
       *> jour si la candidature est encore ouverte
       mod-lireCandidat.
           set candidatTrouve to false
           open i-o f-candidat
           if statusCandidat not = '00' then
               display a-plg-inconnu
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           move candidatSaisi to numCandidat
           read f-candidat
               invalid key
                   display a-plg-inconnu
               not invalid key
                   display a-plg-fiche
                   if candidatureClose then
                       display a-plg-clos
                   else
                       set candidatTrouve to true
                   end-if
           end-read
           if not candidatTrouve then
               close f-candidat
               display a-plg-next
               accept s-next
           end-if
       .

       *> embauche : fiche chauffeur, contrat puis certifications;
       *> sans fiche chauffeur creee, rien d'autre n'est ecrit
       mod-embaucher.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-num
           accept s-num
           perform mod-lireCandidat
           if not candidatTrouve then
               exit paragraph
           end-if
           if not etapeOffre then
               display a-plg-pasOffre
               display a-plg-next
               accept s-next
               close f-candidat
               exit paragraph
           end-if

           move dateJour to dateSaisie
           move 0 to dateFinContratSaisie
           display s-plg-embauche
           accept s-dateEmbauche
           accept s-typeContrat
           accept s-finContrat
           accept s-confirm
           inspect typeContratSaisi converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           set datesValides to true
           move dateSaisie to dateAValider
           perform mod-controlerDate
           move dateFinContratSaisie to dateAValider
           perform mod-controlerDate

           evaluate true
               when confirmSaisi not = 'O' and confirmSaisi not = 'o'
                   display a-plg-abandon
               when not typeContratValide
                   display a-plg-typeInvalide
               when not datesValides or dateSaisie = 0
               or (dateFinContratSaisie not = 0
               and dateFinContratSaisie < dateSaisie)
                   display a-plg-erreur
               when categoriePermisCa = spaces or datePermisCa = 0
                   display a-plg-permisManquant
               when other
                   perform mod-creerChauffeur
                   if chauffeurCree then
                       perform mod-creerContrat
                       perform mod-creerCertifications
                       set etapeEmbauche to true
                       move dateSaisie to dateEmbaucheCa
                       move newNum to numChaufCa
                       rewrite Candidat
                       end-rewrite
                       move 'MODIF' to actionAudit
                       move 'CANDIDAT' to entiteAudit
                       move numCandidat to cleAudit
                       move spaces to infoAudit
                       string 'embauche matricule ' newNum
                           delimited size into infoAudit
                       perform mod-ecrireAudit
                       display a-plg-resEmbauche
                   else
                       display a-plg-nonRes
                   end-if
           end-evaluate
           close f-candidat

           display a-plg-next
           accept s-next
       .

       *> plus petit matricule libre, comme ajoutChauffeur
       mod-creerChauffeur.
           set chauffeurCree to false
           perform mod-ouvrirMaj
           if not fichierDisponible then
               exit paragraph
           end-if
           move 1 to newNum
           set gapTrouve to false
           set fin-lire to false
           read f-chaufNouv next
           end set fin-lire to true end-read
           perform until fin-lire or gapTrouve
               if numchaufN = newNum then
                   compute newNum = newNum + 1
               else
                   if numchaufN > newNum then
                       set gapTrouve to true
                   end-if
               end-if
               if not gapTrouve then
                   read f-chaufNouv next
                   end set fin-lire to true end-read
               end-if
           end-perform

           move newNum to numchaufN
           move nomCa to nomN
           move prenomCa to prenomN
           move datePermisCa to datepermisN
           move telephoneCa to telephoneN
           move adresseCa to adresseN
           move dateSaisie to dateEmbaucheN
           move categoriePermisCa to categoriePermisN
           move dateExpPermisCa to dateExpirationPermisN
           move space to statutN
           move 0 to dateDepartN
           move depotCa to depotChaufN
           write ChaufNouv
               invalid key
                   continue
               not invalid key
                   set chauffeurCree to true
           end-write
           if chauffeurCree then
               perform mod-journaliserEcriture
               perform mod-majCompteurs
               move 'AJOUT' to actionAudit
               move 'CHAUFFEUR' to entiteAudit
               move newNum to cleAudit
               move spaces to infoAudit
               move nomCa to infoAudit(15:13)
               perform mod-ecrireAudit
           end-if
           close f-chaufNouv
       .

       mod-creerContrat.
           open i-o f-contrat
           if statusContrat = '35' then
               open output f-contrat
               close f-contrat
               open i-o f-contrat
           end-if
           move 0 to newContrat
           set fin-lire to false
           read f-contrat next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and numContrat > newContrat then
                   move numContrat to newContrat
               end-if
               read f-contrat next
               end set fin-lire to true end-read
           end-perform
           add 1 to newContrat

           move newContrat to numContrat
           move newNum to numChaufCt
           move typeContratSaisi to typeContrat
           move dateSaisie to dateDebContrat
           move dateFinContratSaisie to dateFinContrat
           write Contrat
               not invalid key
                   move 'AJOUT' to actionAudit
                   move 'CONTRAT' to entiteAudit
                   move newContrat to cleAudit
                   move typeContratSaisi to infoAudit
                   perform mod-ecrireAudit
           end-write
           close f-contrat
       .

       mod-creerCertifications.
           move 0 to nbCertifsCreees
           open i-o f-certification
           if statusCertif = '35' then
               open output f-certification
               close f-certification
               open i-o f-certification
           end-if
           move 0 to newCertif
           set fin-lire to false
           read f-certification next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire and numCertif > newCertif then
                   move numCertif to newCertif
               end-if
               read f-certification next
               end set fin-lire to true end-read
           end-perform

           perform varying idxCertif from 1 by 1 until idxCertif > 3
               if typeCertifCa(idxCertif) not = spaces then
                   perform mod-creerCertification
               end-if
           end-perform
           close f-certification
       .

       mod-creerCertification.
           add 1 to newCertif
           move newCertif to numCertif
           move newNum to numChaufC
           move typeCertifCa(idxCertif) to typeCertif
           move dateObtCertifCa(idxCertif) to dateObtentionCertif
           move dateExpCertifCa(idxCertif) to dateExpirationCertif
           write Certification
               not invalid key
                   add 1 to nbCertifsCreees
                   move 'AJOUT' to actionAudit
                   move 'CERTIF' to entiteAudit
                   move newCertif to cleAudit
                   move typeCertif to infoAudit
                   perform mod-ecrireAudit
           end-write
       .

       *> valide une date reelle (mois/jour selon le calendrier,
       *> annees bissextiles comprises) via function integer-of-date,
       *> qui renvoie 0 pour toute date qui n'existe pas;
       *> 0000/00/00 reste toujours valide (valeur "non renseignee")
       mod-validerDate.
           if dateAValider = 0 then
               set dateValide to true
           else
               if function integer-of-date(dateAValider) = 0 then
                   set dateValide to false
               else
                   set dateValide to true
               end-if
           end-if
       .

       *> ouverture en mise a jour avec controle du file status :
       *> un autre poste peut detenir le fichier
       mod-ouvrirMaj.
           set fichierDisponible to true
           open i-o f-chaufNouv
           perform until statusMaj = '00'
           or not fichierDisponible
               display s-plg-occupe
               accept s-occupe
               if reponseOccupe = 'O' or reponseOccupe = 'o' then
                   open i-o f-chaufNouv
               else
                   set fichierDisponible to false
               end-if
           end-perform
       .

       *> tient a jour le compteur d'effectifs lu par le menu
       *> principal (Compteurs.dat)
       mod-majCompteurs.
           open i-o f-compteurs
           if statusCompteurs = '00' then
               move 1 to cleCompteurs
               read f-compteurs
                   not invalid key
                       add 1 to nbChauffeursCpt
                       rewrite Compteurs
               end-read
               close f-compteurs
           end-if
       .

       *> consigne la creation au journal des images
       mod-journaliserEcriture.
           move 'CHAUFFEUR' to jrnFichier
           move 'E' to jrnOperation
           move spaces to jrnAvant
           move spaces to jrnApres
           move ChaufNouv to jrnApres(1:156)
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move entiteAudit to ligneAudit(25:11)
           move cleAudit to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move infoAudit to ligneAudit(54:27)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestCandidats.
