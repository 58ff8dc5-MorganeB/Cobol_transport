           indexed access dynamic record key numchaufN
           file status is statusChauf.

       file section.
       fd f-depot.
       1 Depot.
           2 numDepot pic 9(2).
           2 nomDepot pic x(30).
           2 villeDepot pic x(20).
           2 numSocieteDep pic 9(2).

       fd f-transfert.
       1 TransfertDepot.
           2 dateDepartN pic 9(8).
           2 depotChaufN pic 9(2).

       working-storage section.
       1 statusDepot pic xx.
       1 statusTransfert pic xx.
       1 statusBus pic xx.
       1 statusChauf pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 depotSaisi pic 9(2).
       1 nomSaisi pic x(30).
       1 villeSaisie pic x(20).
       1 societeSaisie pic 9(2).

       *> societe du groupe qui facture les trajets des bus du depot
       *> (lireSociete)
       1 societeDepot.
           2 numSocieteSD pic 9(2).
           2 raisonSocialeSD pic x(35).
           2 filler pic x(154).
       1 modeSociete pic x(01) value 'S'.
       1 numeroSociete pic 9(6).
       1 societeTrouvee pic x(01).
           88 societeValide value 'O'.

       1 newTransfert pic 9(4) value 0.
       1 typeSaisi pic x(01).
           2 line 6 col 3 'Num'.
           2 line 6 col 9 'Nom'.
           2 line 6 col 41 'Ville'.
           2 line 6 col 62 'Soc.'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(2) from numDepot.
           2 line i col 9 pic x(30) from nomDepot.
           2 line i col 41 pic x(20) from villeDepot.
           2 line i col 63 pic 9(2) from numSocieteDep.

       1 s-plg-saisie.
           2 line 5 col 4 'Ajouter ou modifier un d'&x'82'&'p'&
           2 s-nom pic x(30) to nomSaisi required.
           2 line 9 col 10 'Ville : '.
           2 s-ville pic x(20) to villeSaisie.
           2 line 10 col 10 'Soci'&x'82'&'t'&x'82'&' de facturation '&
           '(00 = soci'&x'82'&'t'&x'82'&' 01) : '.
           2 s-societe pic 9(2) to societeSaisie.

       1 s-plg-saisieNum.
           2 line 5 col 10 'Num'&x'82'&'ro du d'&x'82'&'p'&x'93'&
           2 line 15 col 10 '00 n''est pas un num'&x'82'&'ro de '&
           'd'&x'82'&'p'&x'93'&'t valide'.

       1 a-plg-societeInconnue.
           2 line 15 col 10 'Soci'&x'82'&'t'&x'82'&' inconnue'.

       1 a-plg-typeInvalide.
           2 line 15 col 10 'Type : C ou B svp'.

               accept s-depot
               accept s-nom
               accept s-ville
               accept s-societe

               move 'O' to societeTrouvee
               if societeSaisie not = 0 then
                   move societeSaisie to numeroSociete
                   call 'lireSociete' using modeSociete numeroSociete
                       societeDepot societeTrouvee end-call
               end-if

               if depotSaisi = 0 or not societeValide then
                   if depotSaisi = 0 then
                       display a-plg-zeroInvalide
                   else
                       display a-plg-societeInconnue
                   end-if
               else
                   open i-o f-depot
                   if statusDepot = '35' then
                           move depotSaisi to numDepot
                           move nomSaisi to nomDepot
                           move villeSaisie to villeDepot
                           move societeSaisie to numSocieteDep
                           write Depot
                               invalid key
                                   display a-plg-nonRes
                       not invalid key
                           move nomSaisi to nomDepot
                           move villeSaisie to villeDepot
                           move societeSaisie to numSocieteDep
                           rewrite Depot
                               invalid key
                                   display a-plg-nonRes
               move depotSaisi to ligneAudit(38:2)
           end-if
           move operateurID-parm to ligneAudit(44:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> consigne la mise a jour au journal des images
