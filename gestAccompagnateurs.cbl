       program-id. gestAccompagnateurs.

       *> accompagnateurs et guides (personnel non conducteur des
       *> sorties scolaires et des circuits touristiques) :
       *> fiche Accompagnateur.dat (nom, telephone, langues parlees,
       *> depot, statut A actif / I inactif) et indisponibilites
       *> (IndispoAccomp.dat). Ils sont attaches aux affectations par
       *> accompagnerAffect, controles par verifAccompagnateur.

       file-control.
           select f-accomp assign 'Accompagnateur.dat'
           organization indexed access dynamic
           record key numAccomp
           file status is statusAccomp.

           select f-indispoAc assign 'IndispoAccomp.dat'
           organization indexed access dynamic
           record key numIndispoAc
           alternate record key numAccompIA duplicates
           file status is statusIndispoAc.

       file section.
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
               88 statutValide values 'A' 'I'.

       fd f-indispoAc.
       1 IndispoAccomp.
           2 numIndispoAc pic 9(4).
           2 numAccompIA pic 9(4).
           2 dateDebIndispoAc pic 9(8).
           2 dateFinIndispoAc pic 9(8).
           2 motifIndispoAc pic x(30).

       working-storage section.
       1 statusAccomp pic xx.
       1 statusIndispoAc pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 entiteAudit pic x(11).
       1 cleAudit pic 9(4).

       1 accompSaisi pic 9(4).
       1 nomSaisi pic x(30).
       1 prenomSaisi pic x(30).
       1 telSaisi pic x(15).
       1 languesSaisies pic x(20).
       1 depotSaisi pic 9(2).
       1 statutSaisi pic x(01).

       1 dateDebSaisie pic 9(8).
       1 dateFinSaisie pic 9(8).
       1 motifSaisi pic x(30).
       1 newIndispo pic 9(4).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 accompExiste value 'o' false 'n'.

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
           2 line 3 col 14 'Accompagnateurs et guides'.
           2 line 5 col 10 '1 Consulter les accompagnateurs'.
           2 line 6 col 10 '2 Ajouter ou modifier un accompagnateur'.
           2 line 7 col 10 '3 D'&x'82'&'clarer une indisponibilit'&
           x'82'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Accompagnateurs et guides'.
           2 line 6 col 3 'Num'.
           2 line 6 col 9 'Nom'.
           2 line 6 col 30 'Pr'&x'82'&'nom'.
           2 line 6 col 46 'T'&x'82'&'l'&x'82'&'phone'.
           2 line 6 col 62 'Langues'.
           2 line 6 col 74 'D'&x'82'&'p'.
           2 line 6 col 78 'St'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numAccomp.
           2 line i col 9 pic x(20) from nomAc.
           2 line i col 30 pic x(15) from prenomAc.
           2 line i col 46 pic x(15) from telephoneAc.
           2 line i col 62 pic x(11) from languesAc.
           2 line i col 74 pic 99 from depotAc.
           2 line i col 79 pic x from statutAc.

       1 s-plg-saisie.
           2 line 5 col 4 'Ajouter ou modifier un accompagnateur'.
           2 line 7 col 10 'Num'&x'82'&'ro : '.
           2 s-accomp pic 9(4) to accompSaisi required.
           2 line 8 col 10 'Nom : '.
           2 s-nom pic x(30) to nomSaisi required.
           2 line 9 col 10 'Pr'&x'82'&'nom : '.
           2 s-prenom pic x(30) to prenomSaisi.
           2 line 10 col 10 'T'&x'82'&'l'&x'82'&'phone : '.
           2 s-tel pic x(15) to telSaisi.
           2 line 11 col 10 'Langues parl'&x'82'&'es : '.
           2 s-langues pic x(20) to languesSaisies.
           2 line 12 col 10 'D'&x'82'&'p'&x'93'&'t : '.
           2 s-depot pic 9(2) to depotSaisi.
           2 line 13 col 10 'Statut (A actif, I inactif) : '.
           2 s-statut pic x to statutSaisi required.

       1 s-plg-saisieIndispo.
           2 line 5 col 4 'D'&x'82'&'clarer une indisponibilit'&
           x'82'.
           2 line 7 col 10 'Num'&x'82'&'ro d''accompagnateur : '.
           2 s-accompIndispo pic 9(4) to accompSaisi required.
           2 line 8 col 10 'Du (AAAAMMJJ) : '.
           2 s-dateDeb pic 9(8) to dateDebSaisie required.
           2 line 9 col 10 'Au (AAAAMMJJ, 0 = ind'&x'82'&'fini) : '.
           2 s-dateFin pic 9(8) to dateFinSaisie.
           2 line 10 col 10 'Motif : '.
           2 s-motif pic x(30) to motifSaisi.

       1 a-plg-zeroInvalide.
           2 line 15 col 10 '0000 n''est pas un num'&x'82'&'ro '&
           'd''accompagnateur valide'.

       1 a-plg-statutInvalide.
           2 line 15 col 10 'Statut : A ou I svp'.

       1 a-plg-accompInexistant.
           2 line 15 col 10 'Cet accompagnateur n''existe pas'.

       1 a-plg-dateInvalide.
           2 line 15 col 10 'Dates incorrectes (fin apr'&x'8a'&'s '&
           'le d'&x'82'&'but svp)'.

       1 a-plg-res.
           2 line 18 col 15 'Accompagnateur enregistr'&x'82'&' !'.

       1 a-plg-resIndispo.
           2 line 18 col 15 'Indisponibilit'&x'82'&' enregistr'&
           x'82'&'e !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun accompagnateur enregistr'&x'82'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
                   when 3 perform mod-indispo
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-accomp
           if statusAccomp = '00' then
               set fin-lire to false
               read f-accomp next
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
                   read f-accomp next
                   end set fin-lire to true end-read
               end-perform
               close f-accomp
           end-if
           if not ligneTrouvee then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-definir.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           display s-plg-saisie
           accept s-accomp
           accept s-nom
           accept s-prenom
           accept s-tel
           accept s-langues
           accept s-depot
           accept s-statut
           inspect statutSaisi converting 'ai' to 'AI'
           move statutSaisi to statutAc

           evaluate true
               when accompSaisi = 0
                   display a-plg-zeroInvalide
               when not statutValide
                   display a-plg-statutInvalide
               when other
                   open i-o f-accomp
                   if statusAccomp = '35' then
                       open output f-accomp
                       close f-accomp
                       open i-o f-accomp
                   end-if
                   move 'ACCOMPAGNAT' to entiteAudit
                   move accompSaisi to cleAudit
                   move accompSaisi to numAccomp
                   read f-accomp
                       invalid key
                           perform mod-remplirFiche
                           write Accompagnateur
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'AJOUT' to actionAudit
                                   perform mod-ecrireAudit
                           end-write
                       not invalid key
                           perform mod-remplirFiche
                           rewrite Accompagnateur
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'MODIF' to actionAudit
                                   perform mod-ecrireAudit
                           end-rewrite
                   end-read
                   close f-accomp
           end-evaluate

           display a-plg-next
           accept s-next
       .

       mod-remplirFiche.
           move accompSaisi to numAccomp
           move nomSaisi to nomAc
           move prenomSaisi to prenomAc
           move telSaisi to telephoneAc
           move languesSaisies to languesAc
           move depotSaisi to depotAc
           move statutSaisi to statutAc
       .

       mod-indispo.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           display a-effacer
           move 0 to dateFinSaisie
           move spaces to motifSaisi
           display s-plg-saisieIndispo
           accept s-accompIndispo
           accept s-dateDeb
           accept s-dateFin
           accept s-motif

           set accompExiste to false
           open input f-accomp
           if statusAccomp = '00' then
               move accompSaisi to numAccomp
               read f-accomp
                   not invalid key
                       set accompExiste to true
               end-read
               close f-accomp
           end-if

           evaluate true
               when not accompExiste
                   display a-plg-accompInexistant
               when function integer-of-date(dateDebSaisie) = 0
               or (dateFinSaisie not = 0 and
               (function integer-of-date(dateFinSaisie) = 0
               or dateFinSaisie < dateDebSaisie))
                   display a-plg-dateInvalide
               when other
                   open i-o f-indispoAc
                   if statusIndispoAc = '35' then
                       open output f-indispoAc
                       close f-indispoAc
                       open i-o f-indispoAc
                   end-if
                   move 0 to newIndispo
                   set fin-lire to false
                   read f-indispoAc next
                   end set fin-lire to true end-read
                   perform test after until fin-lire
                       if not fin-lire
                       and numIndispoAc > newIndispo then
                           move numIndispoAc to newIndispo
                       end-if
                       read f-indispoAc next
                       end set fin-lire to true end-read
                   end-perform
                   add 1 to newIndispo

                   move newIndispo to numIndispoAc
                   move accompSaisi to numAccompIA
                   move dateDebSaisie to dateDebIndispoAc
                   move dateFinSaisie to dateFinIndispoAc
                   move motifSaisi to motifIndispoAc
                   move 'INDISPOACC' to entiteAudit
                   move newIndispo to cleAudit
                   write IndispoAccomp
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-resIndispo
                           move 'AJOUT' to actionAudit
                           perform mod-ecrireAudit
                   end-write
                   close f-indispoAc
           end-evaluate

           display a-plg-next
           accept s-next
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
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestAccompagnateurs.
