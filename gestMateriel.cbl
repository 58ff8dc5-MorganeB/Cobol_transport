       program-id. gestMateriel.

       *> materiel remis aux chauffeurs (MaterielRemis.dat) : cles de
       *> depot, cartes carburant, pupitres de billetterie, tenues,
       *> telephones. Une ligne par remise (type, numero de serie,
       *> chauffeur, date de remise); la restitution renseigne la
       *> date de retour et l'etat du materiel (B bon, U use,
       *> E endommage, P perdu). Un depart de chauffeur est controle
       *> par compterMateriel, le detenteur a une date est donne par
       *> detenteurMateriel.

       file-control.
           select f-materiel assign 'MaterielRemis.dat'
           organization indexed access dynamic
           record key numMateriel
           alternate record key numSerieM duplicates
           alternate record key numChaufM duplicates
           file status is statusMateriel.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed access dynamic record key numchaufN
           file status is statusChauf.

       file section.
       fd f-materiel.
       1 MaterielRemis.
           2 numMateriel pic 9(4).
           2 typeMateriel pic x(10).
           2 numSerieM pic x(20).
           2 numChaufM pic 9(4).
           2 dateRemiseM pic 9(8).
           2 dateRetourM pic 9(8).
               88 materielNonRendu value 0.
           2 etatM pic x(01).

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

       working-storage section.
       1 statusMateriel pic xx.
       1 statusChauf pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 chaufSaisi pic 9(4).
       1 typeSaisi pic x(10).
           88 typeSaisiValide values 'CLE' 'CARTE' 'PUPITRE'
               'TENUE' 'TELEPHONE'.
       1 serieSaisie pic x(20).
       1 dateSaisie pic 9(8).
       1 materielSaisi pic 9(4).
       1 etatSaisi pic x(01).
           88 etatValide values 'B' 'U' 'E' 'P'.
       1 newMateriel pic 9(4).
       1 detenteur pic 9(4).
       1 nomDetenteur pic x(30).
       1 prenomDetenteur pic x(30).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 chaufExiste value 'o' false 'n'.

       1 pic x value 'n'.
       88 serieDejaRemise value 'o' false 'n'.

       linkage section.
       1 operateurID-parm pic x(10).
       1 operateurRole-parm pic x(01).
       88 roleConsult-parm value 'C'.

       screen section.
       1 a-effacer.
           2 blank screen.

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 a-plg-nextPage.
           2 line 24 'Appuyez sur une touche pour afficher la suite' .
           2 s-nextPage line 25 col 80 pic x to nextPage auto secure.

       1 a-plg-menu.
           2 line 3 col 14 'Mat'&x'82'&'riel remis aux chauffeurs'.
           2 line 5 col 10 '1 Mat'&x'82'&'riel d''un chauffeur'.
           2 line 6 col 10 '2 Remettre un mat'&x'82'&'riel'.
           2 line 7 col 10 '3 Enregistrer une restitution'.
           2 line 8 col 10 '4 D'&x'82'&'tenteur d''un mat'&x'82'&
           'riel '&x'85'&' une date'.
           2 line 9 col 10 '5 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 11 col 13 'Choix ? '.
           2 s-choix line 11 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 s-plg-chauffeur.
           2 line 4 col 4 'Mat'&x'82'&'riel d''un chauffeur'.
           2 line 5 col 10 'Matricule : '.
           2 s-chauffeur pic 9(4) to chaufSaisi required.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Mat'&x'82'&'riel remis au chauffeur '.
           2 a-chaufListe pic 9(4) from chaufSaisi.
           2 line 6 col 3 'Num'.
           2 line 6 col 9 'Type'.
           2 line 6 col 21 'N'&x'f8'&' de s'&x'82'&'rie'.
           2 line 6 col 43 'Remis le'.
           2 line 6 col 53 'Rendu le'.
           2 line 6 col 63 'Etat'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numMateriel.
           2 line i col 9 pic x(10) from typeMateriel.
           2 line i col 21 pic x(20) from numSerieM.
           2 line i col 43 pic 9(8) from dateRemiseM.
           2 line i col 53 pic 9(8) from dateRetourM.
           2 line i col 64 pic x from etatM.

       1 a-plg-nonRenduListe.
           2 line i col 53 'non rendu'.

       1 s-plg-remise.
           2 line 4 col 4 'Remettre un mat'&x'82'&'riel'.
           2 line 6 col 10 'Matricule du chauffeur : '.
           2 s-chaufRemise pic 9(4) to chaufSaisi required.
           2 line 7 col 10 'Type (CLE, CARTE, PUPITRE, TENUE, '&
           'TELEPHONE) : '.
           2 s-type pic x(10) to typeSaisi required.
           2 line 8 col 10 'Num'&x'82'&'ro de s'&x'82'&'rie : '.
           2 s-serie pic x(20) to serieSaisie.
           2 line 9 col 10 'Date de remise (AAAAMMJJ) : '.
           2 s-dateRemise pic 9(8) using dateSaisie.

       1 s-plg-restitution.
           2 line 4 col 4 'Enregistrer une restitution'.
           2 line 6 col 10 'Num'&x'82'&'ro de remise : '.
           2 s-materiel pic 9(4) to materielSaisi required.
           2 line 7 col 10 'Date de retour (AAAAMMJJ) : '.
           2 s-dateRetour pic 9(8) using dateSaisie.
           2 line 8 col 10 'Etat (B bon, U us'&x'82'&', E endommag'&
           x'82'&', P perdu) : '.
           2 s-etat pic x to etatSaisi required.

       1 s-plg-detenteur.
           2 line 4 col 4 'D'&x'82'&'tenteur d''un mat'&x'82'&
           'riel '&x'85'&' une date'.
           2 line 6 col 10 'Type (CLE, CARTE, PUPITRE, TENUE, '&
           'TELEPHONE) : '.
           2 s-typeDet pic x(10) to typeSaisi required.
           2 line 7 col 10 'Num'&x'82'&'ro de s'&x'82'&'rie : '.
           2 s-serieDet pic x(20) to serieSaisie required.
           2 line 8 col 10 'Date (AAAAMMJJ) : '.
           2 s-dateDet pic 9(8) using dateSaisie.

       1 a-plg-detenteur.
           2 line 11 col 10 'D'&x'82'&'tenu par le chauffeur '.
           2 a-detenteur pic 9(4) from detenteur.
           2 ' '.
           2 a-nomDet pic x(20) from nomDetenteur.
           2 ' '.
           2 a-prenomDet pic x(20) from prenomDetenteur.

       1 a-plg-sansDetenteur.
           2 line 11 col 10 'Aucun chauffeur ne d'&x'82'&'tenait ce '&
           'mat'&x'82'&'riel '&x'85'&' cette date'.

       1 a-plg-chaufInexistant.
           2 line 15 col 10 'Chauffeur inconnu ou parti'.

       1 a-plg-typeInvalide.
           2 line 15 col 10 'Type de mat'&x'82'&'riel inconnu'.

       1 a-plg-dejaRemis.
           2 line 15 col 10 'Ce mat'&x'82'&'riel est d'&x'82'&'j'&
           x'85'&' remis et non rendu'.

       1 a-plg-dateInvalide.
           2 line 15 col 10 'Date incorrecte'.

       1 a-plg-materielInexistant.
           2 line 15 col 10 'Remise inconnue ou d'&x'82'&'j'&x'85'&
           ' restitu'&x'82'&'e'.

       1 a-plg-etatInvalide.
           2 line 15 col 10 'Etat : B, U, E ou P svp'.

       1 a-plg-res.
           2 line 18 col 15 'Remise enregistr'&x'82'&'e sous le '&
           'num'&x'82'&'ro '.
           2 a-newMateriel pic 9(4) from newMateriel.

       1 a-plg-resRetour.
           2 line 18 col 15 'Restitution enregistr'&x'82'&'e !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 8 col 4 'Aucun mat'&x'82'&'riel remis '&x'85'&
           ' ce chauffeur'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 5
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               accept dateJour from date yyyymmdd
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-remettre
                   when 3 perform mod-restituer
                   when 4 perform mod-detenteur
               end-evaluate
           end-perform
           goback.

       *> materiel du chauffeur par l'index alternatif numChaufM,
       *> restitue ou non
       mod-lister.
           display a-effacer
           display s-plg-chauffeur
           accept s-chauffeur
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-materiel
           if statusMateriel = '00' then
               move chaufSaisi to numChaufM
               start f-materiel key is equal numChaufM
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-materiel next
                       at end
                           set finVerif to true
                       not at end
                           if numChaufM not = chaufSaisi then
                               set finVerif to true
                           else
                               perform mod-afficherLigne
                           end-if
                   end-read
               end-perform
               close f-materiel
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-afficherLigne.
           set ligneTrouvee to true
           display a-plg-resListe
           if materielNonRendu then
               display a-plg-nonRenduListe
           end-if
           compute i = i + 1
           if (i > 20) then
               compute i = 8
               display a-plg-nextPage
               accept s-nextPage
               display a-plg-titreListe
           end-if
       .

       mod-remettre.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           move spaces to serieSaisie
           move dateJour to dateSaisie
           display s-plg-remise
           accept s-chaufRemise
           accept s-type
           accept s-serie
           accept s-dateRemise
           inspect typeSaisi converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           perform mod-chercherChauffeur

           open i-o f-materiel
           if statusMateriel = '35' then
               open output f-materiel
               close f-materiel
               open i-o f-materiel
           end-if
           perform mod-chercherSerie

           evaluate true
               when not chaufExiste
                   display a-plg-chaufInexistant
               when not typeSaisiValide
                   display a-plg-typeInvalide
               when function integer-of-date(dateSaisie) = 0
                   display a-plg-dateInvalide
               when serieDejaRemise
                   display a-plg-dejaRemis
               when other
                   move 0 to newMateriel
                   set fin-lire to false
                   move 0 to numMateriel
                   start f-materiel key is not less numMateriel
                       invalid key
                           set fin-lire to true
                   end-start
                   perform until fin-lire
                       read f-materiel next
                           at end
                               set fin-lire to true
                           not at end
                               if numMateriel > newMateriel then
                                   move numMateriel to newMateriel
                               end-if
                       end-read
                   end-perform
                   add 1 to newMateriel

                   move newMateriel to numMateriel
                   move typeSaisi to typeMateriel
                   move serieSaisie to numSerieM
                   move chaufSaisi to numChaufM
                   move dateSaisie to dateRemiseM
                   move 0 to dateRetourM
                   move space to etatM
                   write MaterielRemis
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-res
                           move 'AJOUT' to actionAudit
                           perform mod-ecrireAudit
                   end-write
           end-evaluate
           close f-materiel

           display a-plg-next
           accept s-next
       .

       mod-chercherChauffeur.
           set chaufExiste to false
           open input f-chaufNouv
           if statusChauf = '00' then
               move chaufSaisi to numchaufN
               read f-chaufNouv
                   not invalid key
                       if not chaufInactif then
                           set chaufExiste to true
                       end-if
               end-read
               close f-chaufNouv
           end-if
       .

       *> un meme numero de serie (du meme type) ne peut etre remis
       *> deux fois sans restitution intermediaire
       mod-chercherSerie.
           set serieDejaRemise to false
           if serieSaisie = spaces then
               exit paragraph
           end-if
           move serieSaisie to numSerieM
           start f-materiel key is equal numSerieM
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-materiel next
                   at end
                       set finVerif to true
                   not at end
                       if numSerieM not = serieSaisie then
                           set finVerif to true
                       else
                           if typeMateriel = typeSaisi
                           and materielNonRendu then
                               set serieDejaRemise to true
                               set finVerif to true
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-restituer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           move dateJour to dateSaisie
           display s-plg-restitution
           accept s-materiel
           accept s-dateRetour
           accept s-etat
           inspect etatSaisi converting 'buep' to 'BUEP'

           open i-o f-materiel
           if statusMateriel not = '00' then
               display a-plg-materielInexistant
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           move materielSaisi to numMateriel
           read f-materiel
               invalid key
                   move 99999999 to dateRetourM
           end-read

           evaluate true
               when not materielNonRendu
                   display a-plg-materielInexistant
               when function integer-of-date(dateSaisie) = 0
               or dateSaisie < dateRemiseM
                   display a-plg-dateInvalide
               when not etatValide
                   display a-plg-etatInvalide
               when other
                   move dateSaisie to dateRetourM
                   move etatSaisi to etatM
                   rewrite MaterielRemis
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-resRetour
                           move 'MODIF' to actionAudit
                           perform mod-ecrireAudit
                   end-rewrite
           end-evaluate
           close f-materiel

           display a-plg-next
           accept s-next
       .

       mod-detenteur.
           display a-effacer
           move spaces to serieSaisie
           move dateJour to dateSaisie
           display s-plg-detenteur
           accept s-typeDet
           accept s-serieDet
           accept s-dateDet
           inspect typeSaisi converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           call 'detenteurMateriel' using typeSaisi serieSaisie
               dateSaisie detenteur end-call
           if detenteur = 0 then
               display a-plg-sansDetenteur
           else
               move spaces to nomDetenteur
               move spaces to prenomDetenteur
               open input f-chaufNouv
               if statusChauf = '00' then
                   move detenteur to numchaufN
                   read f-chaufNouv
                       not invalid key
                           move nomN to nomDetenteur
                           move prenomN to prenomDetenteur
                   end-read
                   close f-chaufNouv
               end-if
               display a-plg-detenteur
           end-if
           display a-plg-next
           accept s-next
       .

       *> enregistre l'operation dans le journal d'audit : numero de
       *> remise, puis chauffeur et type du materiel
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'MATERIEL' to ligneAudit(25:11)
           move numMateriel to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move numChaufM to ligneAudit(54:4)
           move typeMateriel to ligneAudit(59:10)
           if actionAudit = 'MODIF' then
               move 'retour' to ligneAudit(70:6)
               move etatM to ligneAudit(77:1)
           end-if
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestMateriel.
