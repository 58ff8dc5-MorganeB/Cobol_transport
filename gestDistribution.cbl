       program-id. gestDistribution.

       *> listes de diffusion des editions : chaque ligne associe une
       *> edition du catalogue (nom porte par editions.log, par
       *> exemple manifeste.txt ou alertes.txt) a un destinataire,
       *> un depot (D, copie restreinte au depot quand l'edition s'y
       *> prete), un role (R : A, G ou C) ou une adresse (A), et au
       *> canal de remise : ecran (E), imprimante (I) ou courrier
       *> electronique (M, adresse obligatoire). Un nom termine par
       *> * vaut pour toutes les editions qui commencent ainsi. Le
       *> batch distribution exploite ces lignes en fin de journee
       *> et de mois

       file-control.
           select f-distribution assign 'Distribution.dat'
           organization indexed access dynamic
           record key numDistrib
           file status is statusDistribution.

           select f-depot assign 'Depot.dat' organization
           indexed access dynamic record key numDepot
           file status is statusDepot.

       file section.
       fd f-distribution.
       1 Distribution.
           2 numDistrib pic 9(4).
           2 editionDist pic x(20).
           2 typeDestDist pic x(01).
               88 destDepot value 'D'.
               88 destRole value 'R'.
               88 destAdresse value 'A'.
           2 depotDist pic 9(2).
           2 roleDist pic x(01).
           2 adresseDist pic x(50).
           2 canalDist pic x(01).
               88 canalEcran value 'E'.
               88 canalImprimante value 'I'.
               88 canalCourrier value 'M'.

       fd f-depot.
       1 Depot.
           2 numDepot pic 9(2).
           2 nomDepot pic x(30).
           2 villeDepot pic x(20).
           2 numSocieteDep pic 9(2).

       working-storage section.
       1 statusDistribution pic xx.
       1 statusDepot pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 confirmSaisi pic x.
       1 actionAudit pic x(5).

       1 distribSaisi pic 9(4).
       1 editionSaisie pic x(20).
       1 typeDestSaisi pic x(01).
       1 depotSaisi pic 9(2).
       1 roleSaisi pic x(01).
       1 adresseSaisie pic x(50).
       1 canalSaisi pic x(01).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 saisieValide value 'o' false 'n'.

       1 pic x value 'n'.
       88 distributionOuverte value 'o' false 'n'.

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
           2 line 3 col 14 'Diffusion des '&x'82'&'ditions'.
           2 line 5 col 10 '1 Consulter les listes de diffusion'.
           2 line 6 col 10 '2 Ajouter ou modifier une diffusion'.
           2 line 7 col 10 '3 Supprimer une diffusion'.
           2 line 8 col 10 '4 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 10 col 13 'Choix ? '.
           2 s-choix line 10 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 4 col 4 'Listes de diffusion'.
           2 line 6 col 3 'Num'.
           2 line 6 col 9 'Edition'.
           2 line 6 col 31 'Destinataire'.
           2 line 6 col 75 'Canal'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(4) from numDistrib.
           2 line i col 9 pic x(20) from editionDist.
           2 line i col 31 pic x from typeDestDist.
           2 line i col 33 pic 99 from depotDist.
           2 line i col 36 pic x from roleDist.
           2 line i col 38 pic x(35) from adresseDist.
           2 line i col 76 pic x from canalDist.

       1 s-plg-saisie.
           2 line 5 col 4 'Ajouter ou modifier une diffusion'.
           2 line 7 col 10 'Num'&x'82'&'ro : '.
           2 s-distrib pic 9(4) to distribSaisi required.
           2 line 8 col 10 'Edition (nom du catalogue) : '.
           2 s-edition pic x(20) to editionSaisie required.
           2 line 9 col 10 'Destinataire (D d'&x'82'&'p'&x'93'&
           't, R r'&x'93'&'le, A adresse) : '.
           2 s-typeDest pic x to typeDestSaisi required.
           2 line 10 col 10 'D'&x'82'&'p'&x'93'&'t : '.
           2 s-depot pic 99 to depotSaisi.
           2 line 11 col 10 'R'&x'93'&'le (A, G ou C) : '.
           2 s-role pic x to roleSaisi.
           2 line 12 col 10 'Adresse : '.
           2 s-adresse pic x(50) to adresseSaisie.
           2 line 13 col 10 'Canal (E '&x'82'&'cran, I imprimante, '&
           'M courrier) : '.
           2 s-canal pic x to canalSaisi required.

       1 a-plg-zeroInvalide.
           2 line 15 col 10 '0000 n''est pas un num'&x'82'&'ro de '&
           'diffusion valide'.

       1 a-plg-typeInvalide.
           2 line 15 col 10 'Destinataire D, R ou A et canal E, I '&
           'ou M'.

       1 a-plg-depotInvalide.
           2 line 15 col 10 'D'&x'82'&'p'&x'93'&'t inconnu'.

       1 a-plg-roleInvalide.
           2 line 15 col 10 'R'&x'93'&'le A, G ou C attendu'.

       1 a-plg-adresseAbsente.
           2 line 15 col 10 'Adresse obligatoire pour le courrier'.

       1 a-plg-res.
           2 line 18 col 15 'Diffusion enregistr'&x'82'&'e !'.

       1 a-plg-nonRes.
           2 line 18 col 15 'Echec'.

       1 a-plg-aucun.
           2 line 9 col 4 'Aucune diffusion enregistr'&x'82'&'e'.

       1 s-plg-saisieSuppr.
           2 line 5 col 4 'Supprimer une diffusion'.
           2 line 7 col 10 'Num'&x'82'&'ro : '.
           2 s-distribSuppr pic 9(4) to distribSaisi required.

       1 a-plg-detail.
           2 line 9 col 10 pic x(20) from editionDist.
           2 line 9 col 32 pic x from typeDestDist.
           2 line 9 col 34 pic 99 from depotDist.
           2 line 9 col 37 pic x from roleDist.
           2 line 10 col 10 pic x(50) from adresseDist.

       1 s-plg-confirm.
           2 line 12 col 10 'Confirmer la suppression (O/N) : '.
           2 s-confirm pic x to confirmSaisi required.

       1 a-plg-inconnu.
           2 line 18 col 15 'Diffusion inconnue'.

       1 a-plg-resSuppr.
           2 line 18 col 15 'Diffusion supprim'&x'82'&'e !'.

       1 a-plg-abandon.
           2 line 18 col 15 'Suppression abandonn'&x'82'&'e'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 4
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-definir
                   when 3 perform mod-supprimer
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-plg-titreListe
           move 8 to i
           set ligneTrouvee to false
           open input f-distribution
           if statusDistribution = '00' then
               set fin-lire to false
               read f-distribution next
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
                   read f-distribution next
                   end set fin-lire to true end-read
               end-perform
               close f-distribution
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
               accept s-distrib
               accept s-edition
               accept s-typeDest
               accept s-depot
               accept s-role
               accept s-adresse
               accept s-canal
               move function upper-case(typeDestSaisi) to typeDestSaisi
               move function upper-case(roleSaisi) to roleSaisi
               move function upper-case(canalSaisi) to canalSaisi

               perform mod-controlerSaisie
               if saisieValide then
                   open i-o f-distribution
                   if statusDistribution = '35' then
                       open output f-distribution
                       close f-distribution
                       open i-o f-distribution
                   end-if
                   move distribSaisi to numDistrib
                   read f-distribution
                       invalid key
                           perform mod-remplirFiche
                           write Distribution
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'AJOUT' to actionAudit
                                   perform mod-ecrireAudit
                           end-write
                       not invalid key
                           perform mod-remplirFiche
                           rewrite Distribution
                               invalid key
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   move 'MODIF' to actionAudit
                                   perform mod-ecrireAudit
                           end-rewrite
                   end-read
                   close f-distribution
               end-if

               display a-plg-next
               accept s-next
           end-if
       .

       mod-controlerSaisie.
           set saisieValide to false
           if distribSaisi = 0 then
               display a-plg-zeroInvalide
               exit paragraph
           end-if
           if (typeDestSaisi not = 'D' and typeDestSaisi not = 'R'
           and typeDestSaisi not = 'A')
           or (canalSaisi not = 'E' and canalSaisi not = 'I'
           and canalSaisi not = 'M') then
               display a-plg-typeInvalide
               exit paragraph
           end-if
           if typeDestSaisi = 'R' and roleSaisi not = 'A'
           and roleSaisi not = 'G' and roleSaisi not = 'C' then
               display a-plg-roleInvalide
               exit paragraph
           end-if
           if canalSaisi = 'M' and adresseSaisie = spaces then
               display a-plg-adresseAbsente
               exit paragraph
           end-if
           if typeDestSaisi = 'D' then
               open input f-depot
               if statusDepot not = '00' then
                   display a-plg-depotInvalide
                   exit paragraph
               end-if
               move depotSaisi to numDepot
               read f-depot
                   invalid key
                       close f-depot
                       display a-plg-depotInvalide
                       exit paragraph
               end-read
               close f-depot
           end-if
           set saisieValide to true
       .

       mod-remplirFiche.
           move distribSaisi to numDistrib
           move editionSaisie to editionDist
           move typeDestSaisi to typeDestDist
           move 0 to depotDist
           move space to roleDist
           evaluate true
               when destDepot
                   move depotSaisi to depotDist
               when destRole
                   move roleSaisi to roleDist
           end-evaluate
           move adresseSaisie to adresseDist
           move canalSaisi to canalDist
       .

       mod-supprimer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               display a-effacer
               display s-plg-saisieSuppr
               accept s-distribSuppr

               set ligneTrouvee to false
               set distributionOuverte to false
               open i-o f-distribution
               if statusDistribution = '00' then
                   set distributionOuverte to true
                   move distribSaisi to numDistrib
                   read f-distribution
                       not invalid key
                           set ligneTrouvee to true
                           move editionDist to editionSaisie
                   end-read
               end-if

               if ligneTrouvee then
                   display a-plg-detail
                   display s-plg-confirm
                   accept s-confirm
                   if confirmSaisi = 'O' or confirmSaisi = 'o' then
                       delete f-distribution
                           invalid key
                               display a-plg-inconnu
                           not invalid key
                               display a-plg-resSuppr
                               move 'SUPPR' to actionAudit
                               perform mod-ecrireAudit
                       end-delete
                   else
                       display a-plg-abandon
                   end-if
               else
                   display a-plg-inconnu
               end-if
               if distributionOuverte then
                   close f-distribution
                   set distributionOuverte to false
               end-if

               display a-plg-next
               accept s-next
           end-if
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'DIFFUSION' to ligneAudit(25:11)
           move distribSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move editionSaisie to ligneAudit(54:20)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestDistribution.
