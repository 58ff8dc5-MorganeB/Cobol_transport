       program-id. gestFournisseurs.

       *> referentiel des fournisseurs de pieces detachees : le
       *> fournisseur habituel d'une reference est porte par sa fiche
       *> au magasin (gestPieces) et sert a regrouper les commandes
       *> proposees par propositionCommandes; le delai de livraison
       *> donne la date promise d'une commande

       file-control.
           select f-fournisseur assign 'Fournisseur.dat'
           organization indexed access dynamic
           record key numFournisseur
           file status is statusFournisseur.

       file section.
       fd f-fournisseur.
       1 Fournisseur.
           2 numFournisseur pic 9(4).
           2 nomFournisseur pic x(30).
           2 contactFournisseur pic x(30).
           2 adresseFournisseur pic x(40).
           2 villeFournisseur pic x(20).
           2 telFournisseur pic x(15).
           2 delaiFournisseur pic 9(3).

       working-storage section.
       1 statusFournisseur pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       1 fournisseurSaisi pic 9(4).
       1 nomSaisi pic x(30).
       1 contactSaisi pic x(30).
       1 adresseSaisie pic x(40).
       1 villeSaisie pic x(20).
       1 telSaisi pic x(15).
       1 delaiSaisi pic 9(3).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

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
           2 line 3 col 14 'Fournisseurs de pi'&x'88'&'ces'.
           2 line 5 col 10 '1 Consulter les fournisseurs'.
           2 line 6 col 10 '2 Ajouter ou modifier un fournisseur'.
           2 line 7 col 10 '3 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 9 col 13 'Choix ? '.
           2 s-choix line 9 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Fournisseurs'.
           2 line 6 col 3 'Num'.
           2 line 6 col 9 'Nom'.
           2 line 6 col 41 'T'&x'82'&'l'&x'82'&'phone'.
           2 line 6 col 58 'Ville'.
           2 line 6 col 75 'D'&x'82'&'lai'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numFournisseur.
           2 line i col 9 pic x(30) from nomFournisseur.
           2 line i col 41 pic x(15) from telFournisseur.
           2 line i col 58 pic x(16) from villeFournisseur.
           2 line i col 76 pic zz9 from delaiFournisseur.

       1 s-plg-saisie.
           2 line 5 col 4 'Ajouter ou modifier un fournisseur'.
           2 line 7 col 10 'Num'&x'82'&'ro : '.
           2 s-fournisseur pic 9(4) to fournisseurSaisi required.
           2 line 8 col 10 'Nom : '.
           2 s-nom pic x(30) to nomSaisi required.
           2 line 9 col 10 'Contact : '.
           2 s-contact pic x(30) to contactSaisi.
           2 line 10 col 10 'Adresse : '.
           2 s-adresse pic x(40) to adresseSaisie.
           2 line 11 col 10 'Ville : '.
           2 s-ville pic x(20) to villeSaisie.
           2 line 12 col 10 'T'&x'82'&'l'&x'82'&'phone : '.
           2 s-tel pic x(15) to telSaisi.
           2 line 13 col 10 'D'&x'82'&'lai de livraison (jours) : '.
           2 s-delai pic 9(3) to delaiSaisi.

       1 a-plg-zeroInvalide.
           2 line 15 col 10 '0000 n''est pas un num'&x'82'&'ro de '&
           'fournisseur valide'.

       1 a-plg-res.
           2 line 18 col 15 'Fournisseur enregistr'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucun fournisseur enregistr'&x'82'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 3
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-fournisseur
           if statusFournisseur = '00' then
               set fin-lire to false
               read f-fournisseur next
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
                   read f-fournisseur next
                   end set fin-lire to true end-read
               end-perform
               close f-fournisseur
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
           else
               display a-effacer
               display s-plg-saisie
               accept s-fournisseur
               accept s-nom
               accept s-contact
               accept s-adresse
               accept s-ville
               accept s-tel
               accept s-delai

               if fournisseurSaisi = 0 then
                   display a-plg-zeroInvalide
               else
                   open i-o f-fournisseur
                   if statusFournisseur = '35' then
                       open output f-fournisseur
                       close f-fournisseur
                       open i-o f-fournisseur
                   end-if
                   move fournisseurSaisi to numFournisseur
                   read f-fournisseur
                       invalid key
                           perform mod-remplirFiche
                           write Fournisseur
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'AJOUT' to actionAudit
                                   perform mod-ecrireAudit
                           end-write
                       not invalid key
                           perform mod-remplirFiche
                           rewrite Fournisseur
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'MODIF' to actionAudit
                                   perform mod-ecrireAudit
                           end-rewrite
                   end-read
                   close f-fournisseur
               end-if

               display a-plg-next
               accept s-next
           end-if
       .

       mod-remplirFiche.
           move fournisseurSaisi to numFournisseur
           move nomSaisi to nomFournisseur
           move contactSaisi to contactFournisseur
           move adresseSaisie to adresseFournisseur
           move villeSaisie to villeFournisseur
           move telSaisi to telFournisseur
           move delaiSaisi to delaiFournisseur
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'FOURNISSEUR' to ligneAudit(25:11)
           move fournisseurSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestFournisseurs.
