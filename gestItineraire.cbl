       program-id. gestItineraire.

       *> itineraire en etapes d'une affectation (excursions de
       *> plusieurs jours, visites, etapes a l'hotel) : une etape par
       *> trajet, dans l'ordre, avec sa date, ses lieux et heures de
       *> depart et d'arrivee, ses kilometres (matrice
       *> DistanceVille.dat dans un sens ou dans l'autre, saisis a
       *> defaut) et une note. Les etapes sont stockees dans
       *> Itineraire.dat sous le type 'A' et le numero d'affectation;
       *> celles d'un devis (type 'D', gestDevis) peuvent etre
       *> reprises sur l'affectation issue de la commande.
       *> Controles a l'ajout et a la modification : date dans
       *> l'affectation, etapes dans l'ordre chronologique, plafond
       *> quotidien de conduite HEURESJOUR (etapes du jour et autres
       *> affectations du chauffeur; l'operateur peut passer outre).
       *> Les totaux (calculItineraire) remplacent la distance du
       *> circuit, les heures et les nuits de decouchage dans les
       *> editions qui valorisent le trajet.

       file-control.
           select f-itineraire assign 'Itineraire.dat'
           organization indexed access dynamic
           record key cleItin
           file status is statusItin.

           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusAffect.

           select f-distance assign 'DistanceVille.dat'
           organization indexed access dynamic
           record key cleDistance
           file status is statusDistance.

           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

       file section.
       fd f-itineraire.
       1 Itineraire.
           2 cleItin.
               3 typePieceIt pic x(01).
               3 numPieceIt pic 9(6).
               3 seqEtape pic 9(2).
           2 dateEtape pic 9(8).
           2 lieuDepEt pic x(20).
           2 heureDepEt pic 9(4).
           2 lieuArrEt pic x(20).
           2 heureArrEt pic 9(4).
           2 kmEtape pic 9(5).
           2 noteEtape pic x(40).

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

       fd f-distance.
       1 DistanceVille.
           2 cleDistance.
               3 villeDepD pic x(20).
               3 villeArrD pic x(20).
           2 kmDistance pic 9(5).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       working-storage section.
       1 statusItin pic xx.
       1 statusAffect pic xx.
       1 statusDistance pic xx.
       1 statusParam pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 suivant pic x.
       1 nextPage pic x.
       1 actionAudit pic x(5).

       *> saisie
       1 affectSaisie pic 9(6).
       1 devisSaisi pic 9(6).
       1 seqSaisie pic 9(2).
       1 dateSaisie pic 9(8).
       1 lieuDepSaisi pic x(20).
       1 heureDepSaisie pic 9(4).
       1 heureDepDecoupee redefines heureDepSaisie.
           2 hhDep pic 9(2).
           2 mnDep pic 9(2).
       1 lieuArrSaisi pic x(20).
       1 heureArrSaisie pic 9(4).
       1 heureArrDecoupee redefines heureArrSaisie.
           2 hhArr pic 9(2).
           2 mnArr pic 9(2).
       1 kmSaisis pic 9(5).
       1 noteSaisie pic x(40).
       1 reponsePlafond pic x.
       1 motifRefus pic x(60).

       *> affectation traitee
       1 chaufAffect pic 9(4).
       1 dateDebAffect pic 9(8).
       1 dateFinAffect pic 9(8).
       1 typeAffect pic x(01) value 'A'.
       1 typeDevis pic x(01) value 'D'.
       1 dernierSeq pic 9(2).
       1 nbCopiees pic 9(2).

       *> totaux de l'itineraire (calculItineraire)
       1 sansBorne pic 9(8) value 0.
       1 nbEtapes pic 9(2).
       1 kmItin pic 9(6).
       1 minutesItin pic 9(5).
       1 nuitsItin pic 9(3).
       1 heuresItin pic 9(4)v99.

       *> ordre chronologique : instants AAAAMMJJHHMM
       1 instantDepart pic 9(12).
       1 instantArrivee pic 9(12).
       1 instantAutre pic 9(12).
       1 dateArrAutre pic 9(8).

       *> plafond quotidien de conduite
       1 plafondJour pic 9(2)v99 value 9.
       1 heuresJourStandard pic 9(2)v99 value 7.
       1 minutesEtape pic 9(5).
       1 minutesJour pic 9(5).
       1 minutesDebC pic 9(5).
       1 minutesFinC pic 9(5).
       1 heuresJourCtrl pic 9(3)v99.
       1 intJourCtrl pic 9(8).
       1 intDebCalc pic 9(8).
       1 intFinCalc pic 9(8).
       1 nbEtapesAutre pic 9(2).
       1 kmAutre pic 9(6).
       1 minutesAutre pic 9(5).
       1 nuitsAutre pic 9(3).

       1 i pic 99 value 8. *> indice de ligne

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 ligneTrouvee value 'o' false 'n'.

       1 pic x value 'n'.
       88 affectValide value 'o' false 'n'.

       1 pic x value 'n'.
       88 plafondDepasse value 'o' false 'n'.

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
           2 line 3 col 14 'Itin'&x'82'&'raires en '&x'82'&'tapes'.
           2 line 5 col 10 '1 Consulter l''itin'&x'82'&'raire d''une '&
           'affectation'.
           2 line 6 col 10 '2 Ajouter une '&x'82'&'tape'.
           2 line 7 col 10 '3 Modifier une '&x'82'&'tape'.
           2 line 8 col 10 '4 Supprimer une '&x'82'&'tape'.
           2 line 9 col 10 '5 Reprendre les '&x'82'&'tapes d''un devis'.
           2 line 10 col 10 '6 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choix.
           2 line 12 col 13 'Choix ? '.
           2 s-choix line 12 col 22 pic z to choix required.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 s-plg-saisieAffect.
           2 line 3 col 4 'Itin'&x'82'&'raire en '&x'82'&'tapes'.
           2 line 5 col 4 'Affectation : '.
           2 s-affect pic 9(6) to affectSaisie required.

       1 s-plg-saisieSeq.
           2 line 6 col 4 'Num'&x'82'&'ro d'''&x'82'&'tape : '.
           2 s-seq pic 9(2) to seqSaisie required.

       1 s-plg-saisieDevis.
           2 line 6 col 4 'Devis dont les '&x'82'&'tapes sont '&
           'reprises : '.
           2 s-devis pic 9(6) to devisSaisi required.

       1 s-plg-etape.
           2 line 8 col 4 'Date (AAAAMMJJ) : '.
           2 s-date pic 9(8) using dateSaisie required.
           2 line 9 col 4 'D'&x'82'&'part : '.
           2 s-lieuDep pic x(20) using lieuDepSaisi required.
           2 line 9 col 40 'Heure (HHMM) : '.
           2 s-heureDep pic 9(4) using heureDepSaisie.
           2 line 10 col 4 'Arriv'&x'82'&'e : '.
           2 s-lieuArr pic x(20) using lieuArrSaisi required.
           2 line 10 col 40 'Heure (HHMM) : '.
           2 s-heureArr pic 9(4) using heureArrSaisie.
           2 line 11 col 4 'Km (0 = distance de la matrice) : '.
           2 s-km pic 9(5) using kmSaisis.
           2 line 12 col 4 'Note : '.
           2 s-note pic x(40) using noteSaisie.

       1 s-plg-plafondConduite.
           2 line 18 col 3 'Attention : le chauffeur d'&x'82'&
           'passerait le plafond quotidien'.
           2 line 19 col 3 'd''heures de conduite avec cette '&
           x'82'&'tape. Enregistrer quand m'&x'88'&'me (O/N) : '.
           2 s-plafond pic x to reponsePlafond.

       1 a-plg-refus.
           2 line 20 col 4 pic x(60) from motifRefus.

       1 a-plg-res.
           2 line 20 col 15 'Etape enregistr'&x'82'&'e : '.
           2 pic 9(2) from seqEtape.
           2 ' ('.
           2 pic zzzz9 from kmEtape.
           2 ' km)'.

       1 a-plg-resSuppr.
           2 line 20 col 15 'Etape supprim'&x'82'&'e'.

       1 a-plg-resCopie.
           2 line 20 col 15 'Etapes reprises du devis : '.
           2 pic z9 from nbCopiees.

       1 a-plg-nonRes.
           2 line 20 col 15 'Echec'.

       1 a-plg-inconnu.
           2 line 20 col 15 'Etape inconnue'.

       1 a-plg-titreListe.
           2 blank screen.
           2 line 3 col 4 'Itin'&x'82'&'raire de l''affectation '.
           2 pic 9(6) from affectSaisie.
           2 line 5 col 2 'Et'.
           2 line 5 col 5 'Date'.
           2 line 5 col 14 'D'&x'82'&'part'.
           2 line 5 col 35 'H.'.
           2 line 5 col 40 'Arriv'&x'82'&'e'.
           2 line 5 col 61 'H.'.
           2 line 5 col 66 'Km'.
           2 line 5 col 72 'Note'.

       1 a-plg-resListe.
           2 line i col 2 pic 9(2) from seqEtape.
           2 line i col 5 pic 9(8) from dateEtape.
           2 line i col 14 pic x(20) from lieuDepEt.
           2 line i col 35 pic 9(4) from heureDepEt.
           2 line i col 40 pic x(20) from lieuArrEt.
           2 line i col 61 pic 9(4) from heureArrEt.
           2 line i col 66 pic zzzz9 from kmEtape.
           2 line i col 72 pic x(8) from noteEtape.

       1 a-plg-totaux.
           2 line 22 col 2 'Etapes : '.
           2 pic z9 from nbEtapes.
           2 '   Km : '.
           2 pic zzzzz9 from kmItin.
           2 '   Conduite : '.
           2 pic zzz9.99 from heuresItin.
           2 ' h   Nuits hors d'&x'82'&'p'&x'93'&'t : '.
           2 pic zz9 from nuitsItin.

       1 a-plg-aucun.
           2 line 8 col 4 'Aucune '&x'82'&'tape pour cette affectation'.

       procedure division using operateurID-parm operateurRole-parm.
           perform test after until choix = 6
               display a-effacer
               display a-plg-menu
               display s-plg-choix
               accept s-choix
               evaluate choix
                   when 1 perform mod-consulter
                   when 2 perform mod-ajouter
                   when 3 perform mod-modifier
                   when 4 perform mod-supprimer
                   when 5 perform mod-reprendreDevis
               end-evaluate
           end-perform
           goback.

       *> l'affectation doit exister et ne pas etre annulee
       mod-lireAffectation.
           set affectValide to false
           display a-effacer
           display s-plg-saisieAffect
           accept s-affect
           open input f-affectation
           if statusAffect = '00' then
               move affectSaisie to Numaffect
               read f-affectation
                   not invalid key
                       if not annulee then
                           set affectValide to true
                           move numchaufA to chaufAffect
                           move dateDebAffectA to dateDebAffect
                           move dateFinAffectA to dateFinAffect
                       end-if
               end-read
               close f-affectation
           end-if
           if not affectValide then
               move 'Affectation inexistante ou annul'&x'82'&'e'
                   to motifRefus
               display a-plg-refus
           end-if
       .

       mod-consulter.
           perform mod-lireAffectation
           if not affectValide then
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           display a-plg-titreListe
           move 7 to i
           set ligneTrouvee to false
           open input f-itineraire
           if statusItin = '00' then
               move typeAffect to typePieceIt
               move affectSaisie to numPieceIt
               move 0 to seqEtape
               set fin-lire to false
               start f-itineraire key is not less cleItin
                   invalid key set fin-lire to true
               end-start
               perform until fin-lire
                   read f-itineraire next
                       at end
                           set fin-lire to true
                       not at end
                           if typePieceIt not = typeAffect
                           or numPieceIt not = affectSaisie then
                               set fin-lire to true
                           else
                               set ligneTrouvee to true
                               display a-plg-resListe
                               compute i = i + 1
                               if (i > 20) then
                                   compute i = 7
                                   display a-plg-nextPage
                                   accept s-nextPage
                                   display a-plg-titreListe
                               end-if
                           end-if
                   end-read
               end-perform
               close f-itineraire
           end-if
           if ligneTrouvee then
               call 'calculItineraire' using typeAffect affectSaisie
                   sansBorne sansBorne nbEtapes kmItin minutesItin
                   nuitsItin end-call
               compute heuresItin rounded = minutesItin / 60
               display a-plg-totaux
           else
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
           perform mod-lireAffectation
           if not affectValide then
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           perform mod-ouvrirItineraire
           perform mod-dernierSeq
           if dernierSeq = 99 then
               move 'Itin'&x'82'&'raire complet (99 '&x'82'&'tapes)'
                   to motifRefus
               display a-plg-refus
               close f-itineraire
               display a-plg-next
               accept s-next
               exit paragraph
           end-if

           move dateDebAffect to dateSaisie
           move spaces to lieuDepSaisi lieuArrSaisi noteSaisie
           move 0 to heureDepSaisie heureArrSaisie kmSaisis
           compute seqSaisie = dernierSeq + 1
           perform mod-saisirEtape
           if motifRefus = spaces then
               perform mod-remplirEtape
               write Itineraire
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'AJOUT' to actionAudit
                       perform mod-ecrireAudit
               end-write
           end-if
           close f-itineraire
           display a-plg-next
           accept s-next
       .

       mod-modifier.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           perform mod-lireAffectation
           if not affectValide then
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           display s-plg-saisieSeq
           accept s-seq

           perform mod-ouvrirItineraire
           move typeAffect to typePieceIt
           move affectSaisie to numPieceIt
           move seqSaisie to seqEtape
           read f-itineraire
               invalid key
                   display a-plg-inconnu
                   close f-itineraire
                   display a-plg-next
                   accept s-next
                   exit paragraph
           end-read
           move dateEtape to dateSaisie
           move lieuDepEt to lieuDepSaisi
           move heureDepEt to heureDepSaisie
           move lieuArrEt to lieuArrSaisi
           move heureArrEt to heureArrSaisie
           move kmEtape to kmSaisis
           move noteEtape to noteSaisie
           perform mod-saisirEtape
           if motifRefus = spaces then
               perform mod-remplirEtape
               rewrite Itineraire
                   invalid key
                       display a-plg-nonRes
                   not invalid key
                       display a-plg-res
                       move 'MODIF' to actionAudit
                       perform mod-ecrireAudit
               end-rewrite
           end-if
           close f-itineraire
           display a-plg-next
           accept s-next
       .

       mod-supprimer.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           perform mod-lireAffectation
           if not affectValide then
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           display s-plg-saisieSeq
           accept s-seq

           perform mod-ouvrirItineraire
           move typeAffect to typePieceIt
           move affectSaisie to numPieceIt
           move seqSaisie to seqEtape
           read f-itineraire
               invalid key
                   display a-plg-inconnu
               not invalid key
                   delete f-itineraire
                       invalid key
                           display a-plg-nonRes
                       not invalid key
                           display a-plg-resSuppr
                           move 'SUPPR' to actionAudit
                           perform mod-ecrireAudit
                   end-delete
           end-read
           close f-itineraire
           display a-plg-next
           accept s-next
       .

       *> les etapes du devis sont ajoutees a la suite de celles de
       *> l'affectation
       mod-reprendreDevis.
           if roleConsult-parm then
               display a-effacer
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           perform mod-lireAffectation
           if not affectValide then
               display a-plg-next
               accept s-next
               exit paragraph
           end-if
           display s-plg-saisieDevis
           accept s-devis

           perform mod-ouvrirItineraire
           perform mod-dernierSeq
           move 0 to nbCopiees
           move typeDevis to typePieceIt
           move devisSaisi to numPieceIt
           move 0 to seqEtape
           set fin-lire to false
           start f-itineraire key is not less cleItin
               invalid key set fin-lire to true
           end-start
           perform until fin-lire
               read f-itineraire next
                   at end
                       set fin-lire to true
                   not at end
                       if typePieceIt not = typeDevis
                       or numPieceIt not = devisSaisi
                       or dernierSeq = 99 then
                           set fin-lire to true
                       else
                           perform mod-copierEtape
                       end-if
               end-read
           end-perform
           close f-itineraire
           display a-plg-resCopie
           if nbCopiees > 0 then
               move 'COPIE' to actionAudit
               perform mod-ecrireAudit
           end-if
           display a-plg-next
           accept s-next
       .

       *> l'etape copiee est reecrite sous l'affectation, puis la
       *> lecture du devis reprend apres elle
       mod-copierEtape.
           move seqEtape to seqSaisie
           add 1 to dernierSeq
           move typeAffect to typePieceIt
           move affectSaisie to numPieceIt
           move dernierSeq to seqEtape
           write Itineraire
               not invalid key
                   add 1 to nbCopiees
           end-write
           move typeDevis to typePieceIt
           move devisSaisi to numPieceIt
           move seqSaisie to seqEtape
           start f-itineraire key is greater cleItin
               invalid key set fin-lire to true
           end-start
       .

       mod-ouvrirItineraire.
           open i-o f-itineraire
           if statusItin = '35' then
               open output f-itineraire
               close f-itineraire
               open i-o f-itineraire
           end-if
       .

       *> numero de la derniere etape de l'affectation
       mod-dernierSeq.
           move 0 to dernierSeq
           move typeAffect to typePieceIt
           move affectSaisie to numPieceIt
           move 0 to seqEtape
           set finVerif to false
           start f-itineraire key is not less cleItin
               invalid key set finVerif to true
           end-start
           perform until finVerif
               read f-itineraire next
                   at end
                       set finVerif to true
                   not at end
                       if typePieceIt not = typeAffect
                       or numPieceIt not = affectSaisie then
                           set finVerif to true
                       else
                           move seqEtape to dernierSeq
                       end-if
               end-read
           end-perform
       .

       *> saisie et controles d'une etape; motifRefus a blanc si
       *> l'etape peut etre enregistree
       mod-saisirEtape.
           display s-plg-etape
           accept s-date
           accept s-lieuDep
           accept s-heureDep
           accept s-lieuArr
           accept s-heureArr
           accept s-km
           accept s-note

           move spaces to motifRefus
           if function integer-of-date(dateSaisie) = 0 then
               move 'Date invalide' to motifRefus
           end-if
           if motifRefus = spaces
           and (dateSaisie < dateDebAffect
           or (dateFinAffect not = 0 and dateSaisie > dateFinAffect))
           then
               move 'Date hors des dates de l''affectation'
                   to motifRefus
           end-if
           if motifRefus = spaces
           and (hhDep > 23 or mnDep > 59 or hhArr > 23 or mnArr > 59)
           then
               move 'Heures invalides (HHMM)' to motifRefus
           end-if
           if motifRefus = spaces and kmSaisis = 0 then
               perform mod-distanceMatrice
               if kmSaisis = 0 and lieuDepSaisi not = lieuArrSaisi
               then
                   move 'Distance inconnue de la matrice : saisir '&
                       'les km' to motifRefus
               end-if
           end-if
           if motifRefus = spaces then
               perform mod-verifChronologie
           end-if
           if motifRefus = spaces then
               perform mod-verifPlafond
               if plafondDepasse then
                   display s-plg-plafondConduite
                   accept s-plafond
                   if reponsePlafond not = 'O'
                   and reponsePlafond not = 'o' then
                       move 'Etape non enregistr'&x'82'&'e : plafond '&
                           'de conduite' to motifRefus
                   end-if
               end-if
           end-if
           if motifRefus not = spaces then
               display a-plg-refus
           end-if
       .

       *> distance entre les deux lieux, dans un sens ou dans l'autre
       mod-distanceMatrice.
           open input f-distance
           if statusDistance = '00' then
               move lieuDepSaisi to villeDepD
               move lieuArrSaisi to villeArrD
               read f-distance
                   invalid key
                       move lieuArrSaisi to villeDepD
                       move lieuDepSaisi to villeArrD
                       read f-distance
                           not invalid key
                               move kmDistance to kmSaisis
                       end-read
                   not invalid key
                       move kmDistance to kmSaisis
               end-read
               close f-distance
           end-if
       .

       *> l'etape part apres l'arrivee de la precedente et arrive
       *> avant le depart de la suivante
       mod-verifChronologie.
           compute instantDepart = dateSaisie * 10000 + heureDepSaisie
           if heureArrSaisie >= heureDepSaisie then
               compute instantArrivee =
                   dateSaisie * 10000 + heureArrSaisie
           else
               compute dateArrAutre = function date-of-integer(
                   function integer-of-date(dateSaisie) + 1)
               compute instantArrivee =
                   dateArrAutre * 10000 + heureArrSaisie
           end-if

           if seqSaisie > 1 then
               move typeAffect to typePieceIt
               move affectSaisie to numPieceIt
               compute seqEtape = seqSaisie - 1
               read f-itineraire
                   not invalid key
                       if heureArrEt >= heureDepEt then
                           compute instantAutre =
                               dateEtape * 10000 + heureArrEt
                       else
                           compute dateArrAutre =
                               function date-of-integer(
                               function integer-of-date(dateEtape)
                               + 1)
                           compute instantAutre =
                               dateArrAutre * 10000 + heureArrEt
                       end-if
                       if instantDepart < instantAutre then
                           move 'D'&x'82'&'part avant l''arriv'&x'82'&
                               'e de l'''&x'82'&'tape pr'&x'82'&
                               'c'&x'82'&'dente' to motifRefus
                       end-if
               end-read
           end-if

           if seqSaisie < 99 then
               move typeAffect to typePieceIt
               move affectSaisie to numPieceIt
               compute seqEtape = seqSaisie + 1
               read f-itineraire
                   not invalid key
                       compute instantAutre =
                           dateEtape * 10000 + heureDepEt
                       if instantArrivee > instantAutre then
                           move 'Arriv'&x'82'&'e apr'&x'8a'&
                               's le d'&x'82'&'part de l'''&x'82'&
                               'tape suivante' to motifRefus
                       end-if
               end-read
           end-if

           *> repositionnement sur l'etape traitee pour la reecriture
           move typeAffect to typePieceIt
           move affectSaisie to numPieceIt
           move seqSaisie to seqEtape
           read f-itineraire
               invalid key
                   continue
           end-read
       .

       *> heures du jour de l'etape : autres etapes du meme jour,
       *> cette etape et autres affectations du chauffeur ce jour-la
       mod-verifPlafond.
           set plafondDepasse to false
           open input f-parametre
           if statusParam = '00' then
               move 'HEURESJOUR' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to plafondJour
               end-read
               close f-parametre
           end-if

           compute minutesDebC = hhDep * 60 + mnDep
           compute minutesFinC = hhArr * 60 + mnArr
           if minutesFinC >= minutesDebC then
               compute minutesEtape = minutesFinC - minutesDebC
           else
               compute minutesEtape = minutesFinC + 1440 - minutesDebC
           end-if
           move minutesEtape to minutesJour

           move typeAffect to typePieceIt
           move affectSaisie to numPieceIt
           move 0 to seqEtape
           set finVerif to false
           start f-itineraire key is not less cleItin
               invalid key set finVerif to true
           end-start
           perform until finVerif
               read f-itineraire next
                   at end
                       set finVerif to true
                   not at end
                       if typePieceIt not = typeAffect
                       or numPieceIt not = affectSaisie then
                           set finVerif to true
                       else
                           if seqEtape not = seqSaisie
                           and dateEtape = dateSaisie then
                               compute minutesDebC =
                                   function integer(heureDepEt / 100)
                                   * 60 + function mod(heureDepEt, 100)
                               compute minutesFinC =
                                   function integer(heureArrEt / 100)
                                   * 60 + function mod(heureArrEt, 100)
                               if minutesFinC >= minutesDebC then
                                   compute minutesJour = minutesJour
                                       + minutesFinC - minutesDebC
                               else
                                   compute minutesJour = minutesJour
                                       + minutesFinC + 1440
                                       - minutesDebC
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           compute heuresJourCtrl rounded = minutesJour / 60

           perform mod-heuresAutresAffect

           if heuresJourCtrl > plafondJour then
               set plafondDepasse to true
           end-if

           *> repositionnement sur l'etape traitee pour la reecriture
           move typeAffect to typePieceIt
           move affectSaisie to numPieceIt
           move seqSaisie to seqEtape
           read f-itineraire
               invalid key
                   continue
           end-read
       .

       *> autres affectations non annulees du chauffeur couvrant le
       *> jour de l'etape : leurs etapes de ce jour, sinon la meme
       *> regle horaire que les controles de l'affectation
       mod-heuresAutresAffect.
           if chaufAffect = 0 then
               exit paragraph
           end-if
           compute intJourCtrl = function integer-of-date(dateSaisie)
           open input f-affectation
           if statusAffect not = '00' then
               exit paragraph
           end-if
           move chaufAffect to numchaufA
           start f-affectation key is equal numchaufA
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-affectation next
                   at end
                       set finVerif to true
                   not at end
                       if numchaufA not = chaufAffect then
                           set finVerif to true
                       else
                           if not annulee
                           and Numaffect not = affectSaisie
                           and dateDebAffectA <= dateSaisie
                           and (dateFinAffectA = 0
                           or dateFinAffectA >= dateSaisie) then
                               perform mod-heuresAutreJour
                           end-if
                       end-if
               end-read
           end-perform
           close f-affectation
       .

       mod-heuresAutreJour.
           call 'calculItineraire' using typeAffect Numaffect
               dateSaisie dateSaisie nbEtapesAutre kmAutre
               minutesAutre nuitsAutre end-call
           if nbEtapesAutre > 0 then
               compute heuresJourCtrl rounded =
                   heuresJourCtrl + minutesAutre / 60
               exit paragraph
           end-if

           compute intDebCalc = function integer-of-date(dateDebAffectA)
           if dateFinAffectA = 0 then
               move intDebCalc to intFinCalc
           else
               compute intFinCalc =
                   function integer-of-date(dateFinAffectA)
           end-if
           if heureDebA = 0 and heureFinA = 0 then
               add heuresJourStandard to heuresJourCtrl
               exit paragraph
           end-if
           compute minutesDebC =
               function integer(heureDebA / 100) * 60
               + function mod(heureDebA, 100)
           compute minutesFinC =
               function integer(heureFinA / 100) * 60
               + function mod(heureFinA, 100)
           evaluate true
               when intJourCtrl = intDebCalc
               and intJourCtrl = intFinCalc
                   if minutesFinC > minutesDebC then
                       compute heuresJourCtrl rounded = heuresJourCtrl
                           + (minutesFinC - minutesDebC) / 60
                   else
                       add heuresJourStandard to heuresJourCtrl
                   end-if
               when intJourCtrl = intDebCalc
                   compute heuresJourCtrl rounded = heuresJourCtrl
                       + (1440 - minutesDebC) / 60
               when intJourCtrl = intFinCalc
                   compute heuresJourCtrl rounded = heuresJourCtrl
                       + minutesFinC / 60
               when other
                   add heuresJourStandard to heuresJourCtrl
           end-evaluate
       .

       mod-remplirEtape.
           move typeAffect to typePieceIt
           move affectSaisie to numPieceIt
           move seqSaisie to seqEtape
           move dateSaisie to dateEtape
           move lieuDepSaisi to lieuDepEt
           move heureDepSaisie to heureDepEt
           move lieuArrSaisi to lieuArrEt
           move heureArrSaisie to heureArrEt
           move kmSaisis to kmEtape
           move noteSaisie to noteEtape
       .

       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move actionAudit to ligneAudit(18:5)
           move 'ITINERAIRE' to ligneAudit(25:11)
           move affectSaisie to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestItineraire.
