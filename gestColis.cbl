       program-id. gestColis.

       *> messagerie en soute sur les circuits reguliers : chaque
       *> colis (Colis.dat) est rattache a une affectation, pris et
       *> depose a des arrets du circuit (Arret.dat), et suit le
       *> cycle accepte -> charge -> livre (ou refuse). Les colis
       *> d'un expediteur en compte (client) livres dans le mois sont
       *> repris par la facturation mensuelle; les autres sont payes
       *> au depot. La liste de chargement de chaque affectation
       *> sort avec le manifeste journalier.

       file-control.
           select f-colis assign 'Colis.dat'
           organization indexed access dynamic
           record key numColis
           alternate record key numAffectC duplicates
           file status is statusColis.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
           file status is statusAffect.

           select f-arret assign 'Arret.dat' organization
           indexed
           access dynamic record key cleArret
           file status is statusArret.

           select f-client assign 'Client.dat' organization
           indexed
           access dynamic record key numClient
           file status is statusClient.

       file section.
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
               88 colisLivre value 'L'.
               88 colisRefuse value 'R'.
           2 dateDepotC pic 9(8).
           2 dateLivraisonC pic 9(8).
           2 receptionnaireC pic x(30).
           2 numFactureC pic 9(6).

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

       fd f-arret.
       1 Arret.
           2 cleArret.
               3 numCircuitArr pic 9(4).
               3 seqArret pic 9(2).
           2 nomArret pic x(30).
           2 heureArret pic 9(4).

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

       working-storage section.
       1 statusColis pic xx.
       1 statusAffect pic xx.
       1 statusArret pic xx.
       1 statusClient pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 dateJour pic 9(8).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).
       1 texteAudit pic x(27).

       1 newColis pic 9(6) value 0.
       1 colisSaisi pic 9(6).
       1 affectSaisie pic 9(6).
       1 clientSaisi pic 9(4).
       1 expediteurSaisi pic x(30).
       1 telExpSaisi pic x(15).
       1 destinataireSaisi pic x(30).
       1 telDestSaisi pic x(15).
       1 priseSaisie pic 9(2).
       1 deposeSaisie pic 9(2).
       1 poidsSaisi pic 9(3)v9.
       1 prixSaisi pic 9(5)v99.
       1 receptionnaireSaisi pic x(30).
       1 confirmSaisi pic x.
       1 circuitColis pic 9(4).
       1 nomPrise pic x(30).
       1 nomDepose pic x(30).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 colisTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectValide value 'o' false 'n'.

       1 pic x value 'n'.
       88 arretsValides value 'o' false 'n'.

       1 pic x value 'o'.
       88 clientValide value 'o' false 'n'.

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
           2 line 3 col 14 'Messagerie colis'.
           2 line 5 col 10 '1 Colis d''une affectation'.
           2 line 6 col 10 '2 Accepter un colis'.
           2 line 7 col 10 '3 Charger un colis'.
           2 line 8 col 10 '4 Confirmer une livraison'.
           2 line 9 col 10 '5 Refuser un colis'.
           2 line 10 col 10 '6 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 12 col 13 'Choix ? '.
           2 s-choix line 12 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 s-plg-saisieAffect.
           2 line 5 col 10 'Num'&x'82'&'ro d''affectation : '.
           2 s-affect pic 9(6) to affectSaisie required.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 3 col 4 'Colis de l''affectation '.
           2 a-affectListe pic 9(6) from affectSaisie.
           2 line 5 col 3 'Num'.
           2 line 5 col 11 'Destinataire'.
           2 line 5 col 37 'Pr.'.
           2 line 5 col 41 'D'&x'82'&'p.'.
           2 line 5 col 46 'Poids'.
           2 line 5 col 54 'Prix'.
           2 line 5 col 64 'Statut'.

       1 a-plg-resListe.
           2 line i col 3 pic 9(6) from numColis.
           2 line i col 11 pic x(25) from nomDestinataireC.
           2 line i col 37 pic 99 from seqPriseC.
           2 line i col 41 pic 99 from seqDeposeC.
           2 line i col 45 pic zz9.9 from poidsColis.
           2 line i col 52 pic zzzz9.99 from prixColis.
           2 line i col 66 pic x from statutColis.

       1 s-plg-saisie.
           2 line 3 col 4 'Accepter un colis'.
           2 line 5 col 6 'Affectation : '.
           2 s-affectC pic 9(6) to affectSaisie required.
           2 line 6 col 6 'Client exp'&x'82'&'diteur (0000 = '&
           'paiement au d'&x'82'&'p'&x'93'&'t) : '.
           2 s-client pic 9(4) to clientSaisi.
           2 line 7 col 6 'Exp'&x'82'&'diteur : '.
           2 s-expediteur pic x(30) to expediteurSaisi required.
           2 line 8 col 6 'T'&x'82'&'l'&x'82'&'phone exp'&x'82'&
           'diteur : '.
           2 s-telExp pic x(15) to telExpSaisi.
           2 line 9 col 6 'Destinataire : '.
           2 s-destinataire pic x(30) to destinataireSaisi required.
           2 line 10 col 6 'T'&x'82'&'l'&x'82'&'phone destinataire : '.
           2 s-telDest pic x(15) to telDestSaisi.
           2 line 11 col 6 'Arr'&x'88'&'t de prise (n'&x'f8'&
           ' dans le circuit) : '.
           2 s-prise pic 9(2) to priseSaisie required.
           2 line 12 col 6 'Arr'&x'88'&'t de d'&x'82'&'p'&x'93'&
           't (n'&x'f8'&' dans le circuit) : '.
           2 s-depose pic 9(2) to deposeSaisie required.
           2 line 13 col 6 'Poids (kg) : '.
           2 s-poids pic 9(3)v9 to poidsSaisi required.
           2 line 14 col 6 'Prix : '.
           2 s-prix pic 9(5)v99 to prixSaisi required.

       1 s-plg-saisieColis.
           2 line 5 col 10 'Num'&x'82'&'ro du colis : '.
           2 s-colis pic 9(6) to colisSaisi required.

       1 a-plg-fiche.
           2 line 7 col 6 'Affectation : '.
           2 a-ficheAffect pic 9(6) from numAffectC.
           2 line 8 col 6 'Exp'&x'82'&'diteur : '.
           2 a-ficheExp pic x(30) from nomExpediteurC.
           2 line 9 col 6 'Destinataire : '.
           2 a-ficheDest pic x(30) from nomDestinataireC.
           2 line 10 col 6 'T'&x'82'&'l'&x'82'&'phone : '.
           2 a-ficheTel pic x(15) from telDestinataireC.
           2 line 11 col 6 'D'&x'82'&'p'&x'93'&'t '&x'85'&' : '.
           2 a-ficheDepose pic x(30) from nomDepose.
           2 line 12 col 6 'Poids (kg) : '.
           2 a-fichePoids pic zz9.9 from poidsColis.
           2 line 12 col 32 'Statut : '.
           2 a-ficheStatut pic x from statutColis.

       1 s-plg-livraison.
           2 line 14 col 6 'Remis '&x'85'&' (nom) : '.
           2 s-receptionnaire pic x(30) to receptionnaireSaisi
           required.

       1 s-plg-confirm.
           2 line 16 col 6 'Confirmer (O/N) : '.
           2 s-confirm pic x to confirmSaisi.

       1 a-plg-affectInvalide.
           2 line 17 col 6 'Affectation inconnue, annul'&x'82'&'e, '&
           'pass'&x'82'&'e ou sans circuit'.

       1 a-plg-arretsInvalides.
           2 line 17 col 6 'Arr'&x'88'&'ts inconnus sur ce circuit '&
           'ou d'&x'82'&'p'&x'93'&'t avant la prise'.

       1 a-plg-clientInvalide.
           2 line 17 col 6 'Client exp'&x'82'&'diteur inconnu ou '&
           'bloqu'&x'82'.

       1 a-plg-poidsNul.
           2 line 17 col 6 'Poids obligatoire'.

       1 a-plg-res.
           2 line 18 col 6 'Colis enregistr'&x'82'&' sous le n'&x'f8'&
           ' '.
           2 a-newColis pic 9(6) from newColis.

       1 a-plg-resStatut.
           2 line 18 col 6 'Colis mis '&x'85'&' jour'.

       1 a-plg-nonRes.
           2 line 18 col 6 'Echec'.

       1 a-plg-inconnu.
           2 line 18 col 6 'Colis inconnu'.

       1 a-plg-statutInvalide.
           2 line 18 col 6 'Op'&x'82'&'ration impossible dans ce '&
           'statut'.

       1 a-plg-abandon.
           2 line 18 col 6 'Op'&x'82'&'ration abandonn'&x'82'&'e'.

       1 a-plg-aucun.
           2 line 7 col 4 'Aucun colis sur cette affectation'.

       procedure division using operateurID-parm operateurRole-parm.
           accept dateJour from date yyyymmdd
           perform test after until choix = 6
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-lister
                   when 2 perform mod-accepter
                   when 3 perform mod-charger
                   when 4 perform mod-livrer
                   when 5 perform mod-refuser
               end-evaluate
           end-perform
           goback.

       mod-lister.
           display a-effacer
           display s-plg-saisieAffect
           accept s-affect
           display a-plg-titreListe
           move 6 to i
           set colisTrouve to false
           open input f-colis
           if statusColis = '00' then
               move affectSaisie to numAffectC
               start f-colis key is equal numAffectC
                   invalid key
                       set finVerif to true
                   not invalid key
                       set finVerif to false
               end-start
               perform until finVerif
                   read f-colis next
                       at end
                           set finVerif to true
                       not at end
                           if numAffectC not = affectSaisie then
                               set finVerif to true
                           else
                               set colisTrouve to true
                               display a-plg-resListe
                               compute i = i + 1
                               if (i > 20) then
                                   compute i = 6
                                   display a-plg-nextPage
                                   accept s-nextPage
                                   display a-plg-titreListe
                               end-if
                           end-if
                   end-read
               end-perform
               close f-colis
           end-if
           if not colisTrouve then
               display a-plg-aucun
           end-if
           display a-plg-next
           accept s-next
       .

       mod-accepter.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               display a-effacer
               display s-plg-saisie
               accept s-affectC
               accept s-client
               accept s-expediteur
               accept s-telExp
               accept s-destinataire
               accept s-telDest
               accept s-prise
               accept s-depose
               accept s-poids
               accept s-prix

               perform mod-verifAffectation
               if affectValide then
                   perform mod-verifArrets
               end-if
               perform mod-verifClient

               if not affectValide then
                   display a-plg-affectInvalide
               else
                if not arretsValides then
                   display a-plg-arretsInvalides
                else
                 if not clientValide then
                   display a-plg-clientInvalide
                 else
                  if poidsSaisi = 0 then
                   display a-plg-poidsNul
                  else
                   perform mod-enregistrer
                  end-if
                 end-if
                end-if
               end-if

               display a-plg-next
               accept s-next
           end-if
       .

       *> le colis voyage sur une affectation en service, a venir,
       *> rattachee a un circuit (les arrets en dependent)
       mod-verifAffectation.
           set affectValide to false
           open input f-affectation
           if statusAffect = '00' then
               move affectSaisie to Numaffect
               read f-affectation
                   not invalid key
                       if not annulee and numCircuitA not = 0
                       and (dateDebAffectA >= dateJour
                       or dateFinAffectA >= dateJour) then
                           set affectValide to true
                           move numCircuitA to circuitColis
                       end-if
               end-read
               close f-affectation
           end-if
       .

       mod-verifArrets.
           set arretsValides to false
           if deposeSaisie > priseSaisie then
               open input f-arret
               if statusArret = '00' then
                   move circuitColis to numCircuitArr
                   move priseSaisie to seqArret
                   read f-arret
                       not invalid key
                           move nomArret to nomPrise
                           move circuitColis to numCircuitArr
                           move deposeSaisie to seqArret
                           read f-arret
                               not invalid key
                                   move nomArret to nomDepose
                                   set arretsValides to true
                           end-read
                   end-read
                   close f-arret
               end-if
           end-if
       .

       mod-verifClient.
           set clientValide to true
           if clientSaisi not = 0 then
               set clientValide to false
               open input f-client
               if statusClient = '00' then
                   move clientSaisi to numClient
                   read f-client
                       not invalid key
                           if not clientBloque then
                               set clientValide to true
                           end-if
                   end-read
                   close f-client
               end-if
           end-if
       .

       mod-enregistrer.
           open i-o f-colis
           if statusColis = '35' then
               open output f-colis
               close f-colis
               open i-o f-colis
           end-if

           move 0 to newColis
           set fin-lire to false
           read f-colis next
           end set fin-lire to true end-read
           perform until fin-lire
               if numColis > newColis then
                   move numColis to newColis
               end-if
               read f-colis next
               end set fin-lire to true end-read
           end-perform

           compute newColis = newColis + 1
           move newColis to numColis
           move affectSaisie to numAffectC
           move clientSaisi to numClientExpC
           move expediteurSaisi to nomExpediteurC
           move telExpSaisi to telExpediteurC
           move destinataireSaisi to nomDestinataireC
           move telDestSaisi to telDestinataireC
           move priseSaisie to seqPriseC
           move deposeSaisie to seqDeposeC
           move poidsSaisi to poidsColis
           move prixSaisi to prixColis
           set colisAccepte to true
           move dateJour to dateDepotC
           move 0 to dateLivraisonC
           move spaces to receptionnaireC
           move 0 to numFactureC

           write Colis
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-res
                   move newColis to colisSaisi
                   move 'AJOUT' to actionAudit
                   move nomDestinataireC to texteAudit
                   perform mod-ecrireAudit
           end-write
           close f-colis
       .

       *> chargement en soute : seul un colis accepte se charge
       mod-charger.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lireColis
               if colisTrouve then
                   if not colisAccepte then
                       display a-plg-statutInvalide
                   else
                       set colisCharge to true
                       move 'charge' to texteAudit
                       perform mod-majStatut
                   end-if
                   close f-colis
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       *> confirmation de livraison a l'arret de depot, avec le nom
       *> de la personne a qui le colis a ete remis
       mod-livrer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lireColis
               if colisTrouve then
                   if not colisAccepte and not colisCharge then
                       display a-plg-statutInvalide
                   else
                       display s-plg-livraison
                       accept s-receptionnaire
                       display s-plg-confirm
                       accept s-confirm
                       if confirmSaisi = 'O' or confirmSaisi = 'o'
                       then
                           set colisLivre to true
                           move dateJour to dateLivraisonC
                           move receptionnaireSaisi
                               to receptionnaireC
                           move 'livre' to texteAudit
                           perform mod-majStatut
                       else
                           display a-plg-abandon
                       end-if
                   end-if
                   close f-colis
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       mod-refuser.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
           else
               perform mod-lireColis
               if colisTrouve then
                   if not colisAccepte and not colisCharge then
                       display a-plg-statutInvalide
                   else
                       display s-plg-confirm
                       accept s-confirm
                       if confirmSaisi = 'O' or confirmSaisi = 'o'
                       then
                           set colisRefuse to true
                           move 'refuse' to texteAudit
                           perform mod-majStatut
                       else
                           display a-plg-abandon
                       end-if
                   end-if
                   close f-colis
               end-if
               display a-plg-next
               accept s-next
           end-if
       .

       *> saisie du numero et affichage de la fiche; Colis.dat reste
       *> ouvert en mise a jour si le colis est trouve
       mod-lireColis.
           display a-effacer
           display s-plg-saisieColis
           accept s-colis
           set colisTrouve to false
           open i-o f-colis
           if statusColis = '00' then
               move colisSaisi to numColis
               read f-colis
                   not invalid key
                       set colisTrouve to true
               end-read
               if not colisTrouve then
                   close f-colis
               end-if
           end-if
           if colisTrouve then
               perform mod-nomDepose
               display a-plg-fiche
           else
               display a-plg-inconnu
           end-if
       .

       mod-nomDepose.
           move spaces to nomDepose
           open input f-affectation
           if statusAffect = '00' then
               move numAffectC to Numaffect
               read f-affectation
                   not invalid key
                       open input f-arret
                       if statusArret = '00' then
                           move numCircuitA to numCircuitArr
                           move seqDeposeC to seqArret
                           read f-arret
                               not invalid key
                                   move nomArret to nomDepose
                           end-read
                           close f-arret
                       end-if
               end-read
               close f-affectation
           end-if
       .

       mod-majStatut.
           rewrite Colis
               invalid key
                   display a-plg-nonRes
               not invalid key
                   display a-plg-resStatut
                   move 'MODIF' to actionAudit
                   perform mod-ecrireAudit
           end-rewrite
       .

       *> enregistre l'operation dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'COLIS' to ligneAudit(25:11)
           move colisSaisi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move texteAudit to ligneAudit(54:27)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestColis.
