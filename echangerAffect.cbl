       program-id. echangerAffect.

       *> echange de services entre deux chauffeurs : les chauffeurs
       *> principaux (numchaufA) de deux affectations sont permutes
       *> en une seule operation. Chaque chauffeur est controle sur
       *> l'affectation qu'il recoit, dans l'etat final (ses propres
       *> affectations echangees ne comptent plus), avec les
       *> controles de l'ajout : fiche et permis, certifications,
       *> habilitation sur le modele du bus, connaissance du circuit,
       *> disponibilite horaire, indisponibilites, jours consecutifs
       *> et plafonds de conduite. Si un cote echoue, aucune des deux
       *> affectations n'est modifiee.

       file-control.
           select f-affectation assign 'Affectation.dat' organization
           indexed access dynamic
               record key Numaffect
               alternate record key NumchaufA duplicates
               alternate record key NumbusA duplicates
               alternate record key NumCircuitA duplicates
               alternate record key dateDebAffectA duplicates
               file status is statusMaj.

           select f-chaufNouv assign 'ChaufNouv.dat' organization
           indexed access dynamic record key numchaufN
           file status is statusChauf.

           select f-bus assign 'FBus.dat' organization
           indexed access dynamic record key numero
           file status is statusBus.

           select f-indispo assign 'Indispo.dat' organization
           indexed access dynamic
           record key numIndispo
           alternate record key numChaufI duplicates
           file status is statusIndispo.

           select f-certification assign 'Certification.dat'
           organization indexed access dynamic
           record key numCertif
           alternate record key numChaufC duplicates
           file status is statusCertif.

           select f-habilitation assign 'Habilitation.dat'
           organization indexed access dynamic
           record key numHabilitation
           alternate record key numChaufH duplicates
           file status is statusHab.

           *> parametres de gestion : plafonds de conduite quotidien
           *> (HEURESJOUR) et hebdomadaire (HEURESSEM)
           select f-parametre assign 'Parametres.dat'
           organization indexed access dynamic
           record key codeParam
           file status is statusParam.

       file section.
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

       fd f-bus.
       1 bus.
           2 numero pic 9(4).
           2 marque pic x(20).
           2 nbplaces pic 9(3).
           2 modele pic x(20).
           2 kilom pic 9(6).
           2 dateControle pic 9(8).
           2 statutBus pic x(01).
               88 busRetire value 'R'.
           2 dateRetrait pic 9(8).
           2 depotBus pic 9(2).
           2 dateAcquisition pic 9(8).
           2 prixAchat pic 9(8)v99.
           2 dureeAmortAns pic 9(2).

       fd f-indispo.
       1 Indispo.
           2 numIndispo pic 9(4).
           2 numChaufI pic 9(4).
           2 dateDebIndispo pic 9(8).
           2 dateFinIndispo pic 9(8).
           2 motifIndispo pic x(30).

       fd f-certification.
       1 Certification.
           2 numCertif pic 9(4).
           2 numChaufC pic 9(4).
           2 typeCertif pic x(10).
           2 dateObtentionCertif pic 9(8).
           2 dateExpirationCertif pic 9(8).

       fd f-habilitation.
       1 Habilitation.
           2 numHabilitation pic 9(4).
           2 numChaufH pic 9(4).
           2 modeleH pic x(20).
           2 dateHabilitation pic 9(8).

       fd f-parametre.
       1 Parametre.
           2 codeParam pic x(10).
           2 valeurParam pic 9(7)v99.
           2 libelleParam pic x(30).

       working-storage section.
       1 statusMaj pic xx.
       1 statusChauf pic xx.
       1 statusBus pic xx.
       1 statusIndispo pic xx.
       1 statusCertif pic xx.
       1 statusHab pic xx.
       1 statusParam pic xx.
       1 reponseOccupe pic x.
       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 reponse pic x.

       1 affect1Saisie pic 9(6).
       1 affect2Saisie pic 9(6).
       1 chauffeur1 pic 9(4).
       1 chauffeur2 pic 9(4).

       *> images des deux affectations avant l'echange : servent au
       *> journal des images et a defaire la premiere reecriture si
       *> la seconde echoue
       1 imageAffect1 pic x(134).
       1 imageAffect2 pic x(134).

       *> affectation recue par le chauffeur controle (cible)
       1 chauffeurControle pic 9(4).
       1 cibleNum pic 9(6).
       1 cibleBus pic 9(4).
       1 cibleCircuit pic 9(4).
       1 cibleDateDeb pic 9(8).
       1 cibleDateFin pic 9(8).
       1 cibleHeureDeb pic 9(4).
       1 cibleHeureFin pic 9(4).
       1 cibleChauf2 pic 9(4).

       *> motif du refus d'un cote de l'echange (blanc = accepte)
       1 codeRefus pic x(01).
           88 coteAccepte value space.
       1 refus1 pic x(01).
       1 refus2 pic x(01).
       1 libelleRefus pic x(45).
       1 libelle1 pic x(45).
       1 libelle2 pic x(45).

       1 modeleCible pic x(20).
       1 retourConnaissance pic x(01).
       1 heureDebAutre pic 9(4).
       1 heureFinAutre pic 9(4).

       1 pic x value 'n'.
       88 heuresChevauchent value 'o' false 'n'.

       1 pic x value 'n'.
       88 finVerif value 'o' false 'n'.

       1 pic x value 'n'.
       88 habilitationOk value 'o' false 'n'.

       1 pic x value 'n'.
       88 saisieValide value 'o' false 'n'.

       *> jours consecutifs sans repos (meme seuil que l'ajout)
       1 seuilJoursConsecutifs pic 9(2) value 6.
       1 runDebut pic 9(8).
       1 runFin pic 9(8).
       1 joursConsecutifs pic 9(3).
       1 iterConsecutif pic 9(3).

       1 pic x value 'n'.
       88 changementConsecutif value 'o' false 'n'.

       *> plafonds de conduite, repli 9 h et 48 h comme a l'ajout
       1 plafondJour pic 9(2)v99 value 9.
       1 plafondSemaine pic 9(3)v99 value 48.
       1 heuresNouvJour pic 9(2)v99.
       1 heuresAutresJour pic 9(3)v99.
       1 heuresSemCtrl pic 9(3)v99.
       1 heuresCalc pic 9(2)v99.
       1 minutesDebC pic 9(5).
       1 minutesFinC pic 9(5).
       1 ctrlHeureDeb pic 9(4).
       1 ctrlHeureFin pic 9(4).
       1 intDebCtrl pic 9(8).
       1 intFinCtrl pic 9(8).
       1 intFinBorne pic 9(8).
       1 intJourCtrl pic 9(8).
       1 intSemDebCtrl pic 9(8).
       1 intSemFinCtrl pic 9(8).
       1 intDebCalc pic 9(8).
       1 intFinCalc pic 9(8).
       1 heuresJourStdCtrl pic 9(2)v99 value 7.
       1 kmAllerHLP pic 9(5) value 0.
       1 kmRetourHLP pic 9(5) value 0.
       1 minutesHLP pic 9(5) value 0.

       1 pic x value 'n'.
       88 plafondDepasse value 'o' false 'n'.

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

       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-occupe.
           2 line 22 col 4 'Fichier occup'&x'82'&' par un autre '&
           'poste ou indisponible. R'&x'82'&'essayer (O/N) : '.
           2 s-occupe pic x to reponseOccupe.

       1 a-plg-accesRefuse.
           2 line 20 col 10 'Acc'&x'88'&'s r'&x'82'&'serv'&x'82'&
           ' : votre r'&x'93'&'le ne permet pas cette option'.

       1 s-plg-saisie.
           2 line 3 col 4 'Echange de services entre deux chauffeurs'.
           2 line 5 col 10 'Premi'&x'8a'&'re affectation : '.
           2 s-affect1 pic 9(6) to affect1Saisie required.
           2 line 6 col 10 'Seconde affectation : '.
           2 s-affect2 pic 9(6) to affect2Saisie required.

       1 a-plg-titreAffect.
           2 line 8 col 4 'N'&x'82'&'a'.
           2 line 8 col 12 'Chauf'.
           2 line 8 col 19 'Bus'.
           2 line 8 col 25 'Circ'.
           2 line 8 col 31 'D'&x'82'&'but'.
           2 line 8 col 41 'Fin'.
           2 line 8 col 51 'Heures'.

       1 a-plg-ligneAffect1.
           2 line 9 col 4 pic 9(6) from Numaffect.
           2 line 9 col 12 pic 9(4) from numchaufA.
           2 line 9 col 19 pic 9(4) from numbusA.
           2 line 9 col 25 pic 9(4) from numCircuitA.
           2 line 9 col 31 pic 9(8) from dateDebAffectA.
           2 line 9 col 41 pic 9(8) from dateFinAffectA.
           2 line 9 col 51 pic 9(4) from heureDebA.
           2 col plus 1 '-'.
           2 col plus 1 pic 9(4) from heureFinA.

       1 a-plg-ligneAffect2.
           2 line 10 col 4 pic 9(6) from Numaffect.
           2 line 10 col 12 pic 9(4) from numchaufA.
           2 line 10 col 19 pic 9(4) from numbusA.
           2 line 10 col 25 pic 9(4) from numCircuitA.
           2 line 10 col 31 pic 9(8) from dateDebAffectA.
           2 line 10 col 41 pic 9(8) from dateFinAffectA.
           2 line 10 col 51 pic 9(4) from heureDebA.
           2 col plus 1 '-'.
           2 col plus 1 pic 9(4) from heureFinA.

       1 a-plg-controles.
           2 line 12 col 4 'Chauffeur '.
           2 a-chauf2 pic 9(4) from chauffeur2.
           2 ' sur '.
           2 a-affect1 pic 9(6) from affect1Saisie.
           2 ' : '.
           2 a-libelle1 pic x(45) from libelle1.
           2 line 13 col 4 'Chauffeur '.
           2 a-chauf1 pic 9(4) from chauffeur1.
           2 ' sur '.
           2 a-affect2 pic 9(6) from affect2Saisie.
           2 ' : '.
           2 a-libelle2 pic x(45) from libelle2.

       1 s-plg-confirm.
           2 line 16 col 4 'Confirmer l'''&x'82'&'change (O/N) : '.
           2 s-confirm pic x to reponse required.

       1 a-plg-saisieInvalide.
           2 line 12 col 4 'Echange impossible : affectations '&
           'identiques, inconnues, annul'&x'82'&'es'.
           2 line 13 col 4 'ou sans deux chauffeurs principaux '&
           'distincts'.

       1 a-plg-refus.
           2 line 16 col 4 'Echange refus'&x'82'&' : aucune '&
           'affectation modifi'&x'82'&'e'.

       1 a-plg-res.
           2 line 18 col 4 'Echange effectu'&x'82'&' !'.

       1 a-plg-nonRes.
           2 line 18 col 4 'Echec de la r'&x'82'&x'82'&'criture : '&
           'aucune affectation modifi'&x'82'&'e'.

       procedure division using operateurID-parm operateurRole-parm.
           display a-effacer
           if roleConsult-parm then
               display a-plg-accesRefuse
               display a-plg-next
               accept s-next
               goback
           end-if

           display s-plg-saisie
           accept s-affect1
           accept s-affect2

           perform mod-ouvrirMaj
           if not fichierDisponible then
               goback
           end-if

           perform mod-lireAffectations
           if not saisieValide then
               display a-plg-saisieInvalide
               display a-plg-next
               accept s-next
               close f-affectation
               goback
           end-if

           *> le chauffeur de la seconde affectation prend la
           *> premiere, et inversement
           move chauffeur2 to chauffeurControle
           move imageAffect1 to Affectation
           perform mod-verifCote
           move codeRefus to refus1
           move libelleRefus to libelle1

           move chauffeur1 to chauffeurControle
           move imageAffect2 to Affectation
           perform mod-verifCote
           move codeRefus to refus2
           move libelleRefus to libelle2

           display a-plg-controles
           if refus1 not = space or refus2 not = space then
               display a-plg-refus
           else
               display s-plg-confirm
               accept s-confirm
               if reponse = 'O' or reponse = 'o' then
                   perform mod-echanger
               end-if
           end-if

           display a-plg-next
           accept s-next
           close f-affectation
           goback.

       *> les deux affectations doivent exister, etre distinctes, non
       *> annulees et porter deux chauffeurs principaux differents
       mod-lireAffectations.
           set saisieValide to false
           if affect1Saisie = affect2Saisie then
               exit paragraph
           end-if
           move affect1Saisie to Numaffect
           read f-affectation
               invalid key
                   exit paragraph
           end-read
           if annulee or numchaufA = 0 then
               exit paragraph
           end-if
           move Affectation to imageAffect1
           move numchaufA to chauffeur1
           display a-plg-titreAffect
           display a-plg-ligneAffect1

           move affect2Saisie to Numaffect
           read f-affectation
               invalid key
                   exit paragraph
           end-read
           if annulee or numchaufA = 0 or numchaufA = chauffeur1 then
               exit paragraph
           end-if
           move Affectation to imageAffect2
           move numchaufA to chauffeur2
           display a-plg-ligneAffect2
           set saisieValide to true
       .

       *> controles du chauffeur chauffeurControle sur l'affectation
       *> cible (en zone d'enregistrement a l'appel); les deux
       *> affectations echangees sont ignorees dans ses engagements
       mod-verifCote.
           move Numaffect to cibleNum
           move numbusA to cibleBus
           move numCircuitA to cibleCircuit
           move dateDebAffectA to cibleDateDeb
           move dateFinAffectA to cibleDateFin
           move heureDebA to cibleHeureDeb
           move heureFinA to cibleHeureFin
           move numchauf2A to cibleChauf2
           move space to codeRefus

           perform mod-verifFiche
           if coteAccepte then
               perform mod-verifCertifications
           end-if
           if coteAccepte then
               perform mod-verifHabilitation
           end-if
           if coteAccepte and cibleCircuit not = 0 then
               call 'verifConnaissance' using chauffeurControle
                   cibleCircuit retourConnaissance
               end-call
               if retourConnaissance = 'N' then
                   move 'K' to codeRefus
               end-if
           end-if
           if coteAccepte then
               perform mod-verifOccupe
           end-if
           if coteAccepte then
               perform mod-verifIndispo
           end-if
           if coteAccepte then
               perform mod-verifConsecutif
           end-if
           if coteAccepte then
               perform mod-verifTempsConduite
           end-if

           evaluate codeRefus
               when space
                   move 'accept'&x'82' to libelleRefus
               when 'E'
                   move 'inconnu ou parti' to libelleRefus
               when 'P'
                   move 'permis post'&x'82'&'rieur ou expir'&x'82'
                       to libelleRefus
               when 'C'
                   move 'certification expir'&x'82'&'e'
                       to libelleRefus
               when 'H'
                   move 'non habilit'&x'82'&' sur le mod'&x'88'&
                       'le du bus' to libelleRefus
               when 'K'
                   move 'circuit non reconnu' to libelleRefus
               when 'S'
                   move 'd'&x'82'&'j'&x'85'&' second chauffeur '&
                       'de ce trajet' to libelleRefus
               when 'O'
                   move 'd'&x'82'&'j'&x'85'&' pris sur ces dates '&
                       'et horaires' to libelleRefus
               when 'I'
                   move 'indisponible sur la p'&x'82'&'riode'
                       to libelleRefus
               when 'J'
                   move 'trop de jours cons'&x'82'&'cutifs sans '&
                       'repos' to libelleRefus
               when 'T'
                   move 'plafond d''heures de conduite d'&x'82'&
                       'pass'&x'82' to libelleRefus
           end-evaluate
       .

       mod-verifFiche.
           open input f-chaufNouv
           move chauffeurControle to numchaufN
           read f-chaufNouv
               invalid key
                   move 'E' to codeRefus
               not invalid key
                   if chaufInactif then
                       move 'E' to codeRefus
                   else
                       if cibleDateDeb < datepermisN
                       or (dateExpirationPermisN not = 0
                       and cibleDateDeb > dateExpirationPermisN)
                       then
                           move 'P' to codeRefus
                       end-if
                   end-if
           end-read
           close f-chaufNouv
       .

       mod-verifCertifications.
           open input f-certification
           if statusCertif not = '00' then
               exit paragraph
           end-if
           move chauffeurControle to numChaufC
           start f-certification key is equal numChaufC
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-certification next
                   at end
                       set finVerif to true
                   not at end
                       if numChaufC not = chauffeurControle then
                           set finVerif to true
                       else
                           if dateExpirationCertif not = 0
                           and cibleDateDeb > dateExpirationCertif
                           then
                               move 'C' to codeRefus
                               set finVerif to true
                           end-if
                       end-if
               end-read
           end-perform
           close f-certification
       .

       *> habilitation sur le modele du bus de la cible; sans fichier
       *> d'habilitations, pas de controle
       mod-verifHabilitation.
           open input f-habilitation
           if statusHab not = '00' then
               exit paragraph
           end-if
           move spaces to modeleCible
           open input f-bus
           if statusBus = '00' then
               move cibleBus to numero
               read f-bus
                   not invalid key
                       move modele to modeleCible
               end-read
               close f-bus
           end-if

           set habilitationOk to false
           move chauffeurControle to numChaufH
           start f-habilitation key is equal numChaufH
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-habilitation next
                   at end
                       set finVerif to true
                   not at end
                       if numChaufH not = chauffeurControle then
                           set finVerif to true
                       else
                           if modeleH = modeleCible then
                               set habilitationOk to true
                               set finVerif to true
                           end-if
                       end-if
               end-read
           end-perform
           close f-habilitation
           if not habilitationOk then
               move 'H' to codeRefus
           end-if
       .

       *> autres engagements du chauffeur qui recouvrent la cible,
       *> comme principal (index NumchaufA) ou comme second
       *> (balayage complet sur numchauf2A)
       mod-verifOccupe.
           if cibleChauf2 = chauffeurControle then
               move 'S' to codeRefus
               exit paragraph
           end-if

           move chauffeurControle to numChaufA
           start f-affectation key is equal numChaufA
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
                       if numChaufA not = chauffeurControle then
                           set finVerif to true
                       else
                           perform mod-comparerEngagement
                       end-if
               end-read
           end-perform

           if coteAccepte then
               set finVerif to false
               move 0 to Numaffect
               start f-affectation key is not less Numaffect
                   invalid key
                       set finVerif to true
               end-start
               perform until finVerif
                   read f-affectation next
                       at end
                           set finVerif to true
                       not at end
                           if numchauf2A = chauffeurControle then
                               perform mod-comparerEngagement
                           end-if
                   end-read
               end-perform
           end-if
       .

       mod-comparerEngagement.
           if Numaffect not = affect1Saisie
           and Numaffect not = affect2Saisie
           and not annulee
           and (dateFinAffectA = 0 or
           cibleDateDeb <= dateFinAffectA)
           and (cibleDateFin = 0 or
           cibleDateFin >= dateDebAffectA) then
               perform mod-verifHeures
               if heuresChevauchent then
                   move 'O' to codeRefus
                   set finVerif to true
               end-if
           end-if
       .

       *> meme regle que l'ajout : les dates se recouvrent, il y a
       *> conflit si les plages horaires quotidiennes se recouvrent
       mod-verifHeures.
           if heureDebA = 0 and heureFinA = 0 then
               move 0 to heureDebAutre
               move 2359 to heureFinAutre
           else
               move heureDebA to heureDebAutre
               move heureFinA to heureFinAutre
           end-if
           if cibleHeureDeb = 0 and cibleHeureFin = 0 then
               set heuresChevauchent to true
           else
               if cibleHeureDeb <= heureFinAutre
               and heureDebAutre <= cibleHeureFin then
                   set heuresChevauchent to true
               else
                   set heuresChevauchent to false
               end-if
           end-if
       .

       mod-verifIndispo.
           open input f-indispo
           if statusIndispo not = '00' then
               exit paragraph
           end-if
           move chauffeurControle to numChaufI
           start f-indispo key is equal numChaufI
               invalid key
                   set finVerif to true
               not invalid key
                   set finVerif to false
           end-start
           perform until finVerif
               read f-indispo next
                   at end
                       set finVerif to true
                   not at end
                       if numChaufI not = chauffeurControle then
                           set finVerif to true
                       else
                           if (dateFinIndispo = 0 or
                           cibleDateDeb <= dateFinIndispo)
                           and (cibleDateFin = 0 or
                           cibleDateFin >= dateDebIndispo) then
                               move 'I' to codeRefus
                               set finVerif to true
                           end-if
                       end-if
               end-read
           end-perform
           close f-indispo
       .

       *> sequence de jours consecutifs que le chauffeur travaillerait
       *> avec la cible, ses affectations echangees exclues (meme
       *> extension de proche en proche que l'ajout)
       mod-verifConsecutif.
           if cibleDateFin = 0 then
               exit paragraph
           end-if
           move cibleDateDeb to runDebut
           move cibleDateFin to runFin
           move 0 to iterConsecutif
           set changementConsecutif to true

           perform test after
           until not changementConsecutif or iterConsecutif > 100
               set changementConsecutif to false
               add 1 to iterConsecutif

               move chauffeurControle to numChaufA
               start f-affectation key is equal numChaufA
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
                           if numChaufA not = chauffeurControle then
                               set finVerif to true
                           else
                               perform mod-etendreSequence
                           end-if
                   end-read
               end-perform
           end-perform

           compute joursConsecutifs =
               function integer-of-date(runFin)
               - function integer-of-date(runDebut) + 1
           if joursConsecutifs > seuilJoursConsecutifs then
               move 'J' to codeRefus
           end-if
       .

       mod-etendreSequence.
           if Numaffect = affect1Saisie or Numaffect = affect2Saisie
           or annulee or dateFinAffectA = 0 then
               exit paragraph
           end-if
           if function integer-of-date(dateFinAffectA) + 1 =
           function integer-of-date(runDebut) then
               move dateDebAffectA to runDebut
               set changementConsecutif to true
           end-if
           if function integer-of-date(dateDebAffectA) - 1 =
           function integer-of-date(runFin) then
               move dateFinAffectA to runFin
               set changementConsecutif to true
           end-if
       .

       *> plafonds de conduite : chaque jour civil de la cible (borne
       *> a 31 jours) puis la semaine civile de son premier jour
       mod-verifTempsConduite.
           set plafondDepasse to false
           perform mod-chargerPlafonds
           call 'calculHautLePied' using cibleBus cibleCircuit
               kmAllerHLP kmRetourHLP minutesHLP end-call

           compute intDebCtrl = function integer-of-date(cibleDateDeb)
           if cibleDateFin = 0 then
               move intDebCtrl to intFinCtrl
           else
               compute intFinCtrl =
                   function integer-of-date(cibleDateFin)
           end-if
           move intFinCtrl to intFinBorne
           if intFinBorne > intDebCtrl + 30 then
               compute intFinBorne = intDebCtrl + 30
           end-if

           perform varying intJourCtrl from intDebCtrl by 1
               until intJourCtrl > intFinBorne or plafondDepasse
               perform mod-heuresNouvellesJour
               perform mod-heuresAutresJour
               if heuresNouvJour + heuresAutresJour > plafondJour
               then
                   set plafondDepasse to true
               end-if
           end-perform

           if not plafondDepasse then
               compute intSemDebCtrl = intDebCtrl
                   - function mod(intDebCtrl + 6, 7)
               compute intSemFinCtrl = intSemDebCtrl + 6
               move 0 to heuresSemCtrl
               perform varying intJourCtrl from intSemDebCtrl by 1
                   until intJourCtrl > intSemFinCtrl
                   perform mod-heuresNouvellesJour
                   perform mod-heuresAutresJour
                   compute heuresSemCtrl = heuresSemCtrl
                       + heuresNouvJour + heuresAutresJour
               end-perform
               if heuresSemCtrl > plafondSemaine then
                   set plafondDepasse to true
               end-if
           end-if

           if plafondDepasse then
               move 'T' to codeRefus
           end-if
       .

       mod-chargerPlafonds.
           open input f-parametre
           if statusParam = '00' then
               move 'HEURESJOUR' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to plafondJour
               end-read
               move 'HEURESSEM' to codeParam
               read f-parametre
                   not invalid key
                       move valeurParam to plafondSemaine
               end-read
               close f-parametre
           end-if
       .

       mod-heuresNouvellesJour.
           move 0 to heuresNouvJour
           if intJourCtrl >= intDebCtrl
           and intJourCtrl <= intFinCtrl then
               move cibleHeureDeb to ctrlHeureDeb
               move cibleHeureFin to ctrlHeureFin
               move intDebCtrl to intDebCalc
               move intFinCtrl to intFinCalc
               perform mod-heuresCalcJour
               move heuresCalc to heuresNouvJour
               if intJourCtrl = intDebCtrl and minutesHLP > 0 then
                   compute heuresNouvJour rounded =
                       heuresNouvJour + minutesHLP / 60
               end-if
           end-if
       .

       *> heures des autres affectations du chauffeur (hors les deux
       *> echangees) imputables au jour civil intJourCtrl
       mod-heuresAutresJour.
           move 0 to heuresAutresJour
           move chauffeurControle to numChaufA
           start f-affectation key is equal numChaufA
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
                       if numChaufA not = chauffeurControle then
                           set finVerif to true
                       else
                           if not annulee
                           and Numaffect not = affect1Saisie
                           and Numaffect not = affect2Saisie then
                               perform mod-heuresAffJour
                               add heuresCalc to heuresAutresJour
                           end-if
                       end-if
               end-read
           end-perform
       .

       mod-heuresAffJour.
           move 0 to heuresCalc
           compute intDebCalc =
               function integer-of-date(dateDebAffectA)
           if dateFinAffectA = 0 then
               move intDebCalc to intFinCalc
           else
               compute intFinCalc =
                   function integer-of-date(dateFinAffectA)
           end-if
           if intJourCtrl >= intDebCalc
           and intJourCtrl <= intFinCalc then
               move heureDebA to ctrlHeureDeb
               move heureFinA to ctrlHeureFin
               perform mod-heuresCalcJour
           end-if
       .

       *> heures d'une affectation sur le jour civil intJourCtrl (meme
       *> regle que l'ajout et l'extrait de paie)
       mod-heuresCalcJour.
           if ctrlHeureDeb = 0 and ctrlHeureFin = 0 then
               move heuresJourStdCtrl to heuresCalc
           else
               compute minutesDebC =
                   function integer(ctrlHeureDeb / 100) * 60
                   + function mod(ctrlHeureDeb, 100)
               compute minutesFinC =
                   function integer(ctrlHeureFin / 100) * 60
                   + function mod(ctrlHeureFin, 100)
               evaluate true
                   when intJourCtrl = intDebCalc
                   and intJourCtrl = intFinCalc
                       if minutesFinC > minutesDebC then
                           compute heuresCalc rounded =
                               (minutesFinC - minutesDebC) / 60
                       else
                           move heuresJourStdCtrl to heuresCalc
                       end-if
                   when intJourCtrl = intDebCalc
                       compute heuresCalc rounded =
                           (1440 - minutesDebC) / 60
                   when intJourCtrl = intFinCalc
                       compute heuresCalc rounded = minutesFinC / 60
                   when other
                       move heuresJourStdCtrl to heuresCalc
               end-evaluate
           end-if
       .

       *> reecriture des deux affectations; si la seconde echoue, la
       *> premiere est remise dans son etat d'origine
       mod-echanger.
           move imageAffect1 to Affectation
           move chauffeur2 to numchaufA
           rewrite Affectation
               invalid key
                   display a-plg-nonRes
                   exit paragraph
           end-rewrite
           move imageAffect1 to jrnAvant
           perform mod-journaliserMaj

           move imageAffect2 to Affectation
           move chauffeur1 to numchaufA
           rewrite Affectation
               invalid key
                   move imageAffect1 to Affectation
                   move chauffeur2 to numchaufA
                   move spaces to jrnAvant
                   move Affectation to jrnAvant(1:134)
                   move imageAffect1 to Affectation
                   rewrite Affectation
                   end-rewrite
                   perform mod-journaliserMaj
                   display a-plg-nonRes
                   exit paragraph
           end-rewrite
           move imageAffect2 to jrnAvant
           perform mod-journaliserMaj

           move affect1Saisie to Numaffect
           move affect2Saisie to cibleNum
           perform mod-ecrireAudit
           move affect2Saisie to Numaffect
           move affect1Saisie to cibleNum
           perform mod-ecrireAudit
           display a-plg-res
       .

       *> ouverture en mise a jour avec controle du file status :
       *> un autre poste peut detenir le fichier
       mod-ouvrirMaj.
           set fichierDisponible to true
           open i-o f-affectation
           perform until statusMaj = '00'
           or not fichierDisponible
               display s-plg-occupe
               accept s-occupe
               if reponseOccupe = 'O' or reponseOccupe = 'o' then
                   open i-o f-affectation
               else
                   set fichierDisponible to false
               end-if
           end-perform
       .

       *> consigne la mise a jour au journal des images
       mod-journaliserMaj.
           move 'AFFECTATION' to jrnFichier
           move 'R' to jrnOperation
           move spaces to jrnApres
           move Affectation to jrnApres(1:134)
           call 'journalMaj' using jrnFichier jrnOperation
               jrnAvant jrnApres end-call
       .

       *> une ligne d'audit par affectation, l'autre affectation de
       *> l'echange en complement
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           accept heureAudit from time
           move spaces to ligneAudit
           move dateAudit to ligneAudit(1:8)
           move heureAudit to ligneAudit(10:6)
           move 'MODIF' to ligneAudit(18:5)
           move 'AFFECTATION' to ligneAudit(25:11)
           move Numaffect to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move 'echange' to ligneAudit(54:7)
           move cibleNum to ligneAudit(62:6)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program echangerAffect.
