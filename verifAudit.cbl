       program-id. verifAudit.

       *> controle du chainage du journal d'audit : les archives
       *> inscrites dans auditArchives.log (rotationAudit,
       *> clotureAnnuelle) sont relues dans leur ordre de creation,
       *> puis le journal courant audit.log. Chaque ligne chainee
       *> (numero de sequence et somme, voir ecrireAudit) doit suivre
       *> la precedente :
       *>   LACUNE          numeros manquants (lignes supprimees);
       *>   ORDRE           numero deja passe (ligne deplacee ou
       *>                   recopiee);
       *>   LIGNE ALTEREE   somme de chainage fausse (texte modifie)
       *>                   ou numero illisible;
       *>   NON CHAINEE     ligne sans numero apres le debut de la
       *>                   chaine (ajoutee a la main);
       *>   FIN TRONQUEE    le dernier numero lu est en deca de celui
       *>                   retenu dans audit.chaine;
       *>   ARCHIVE ABSENTE archive cataloguee introuvable.
       *> Les lignes anterieures au chainage (sans numero, avant la
       *> premiere ligne chainee) sont seulement comptees.
       *> Le detail sort dans verifAudit.txt; le nombre d'anomalies
       *> est rendu a l'appelant (etape de finJournee).

       file-control.
           select f-catArchives assign 'auditArchives.log'
           organization line sequential
           file status is statusCatArchives.

           select f-journalAudit assign nomJournal organization line
           sequential file status is statusJournal.

           select f-etatChaine assign 'audit.chaine' organization
           line sequential file status is statusEtat.

           select f-rapport assign 'verifAudit.txt' organization
           line sequential.

       file section.
       fd f-catArchives.
       1 ligneCatArchive.
           2 dateCatArchive pic 9(8).
           2 nomCatArchive pic x(30).
           2 nbLignesCatArchive pic 9(7).

       fd f-journalAudit.
       1 ligneAuditChainee.
           2 texteAudit pic x(80).
           2 pic x.
           2 seqAudit pic x(8).
           2 pic x.
           2 chaineAudit pic x(10).

       fd f-etatChaine.
       1 etatChaine.
           2 dernierSeqEtat pic 9(8).
           2 derniereChaineEtat pic 9(10).

       fd f-rapport.
       1 rapport.
           2 ligne pic x(80).

       working-storage section.
       1 statusCatArchives pic xx.
       1 statusJournal pic xx.
       1 statusEtat pic xx.
       1 ligneVide pic x(80) value spaces.
       1 nomJournal pic x(30).

       *> archives deja controlees (une rotation repassee sur le
       *> meme mois inscrit deux fois la meme archive)
       1 nbArchives pic 9(3) value 0.
       1 tabArchives.
           2 tabNomArchive pic x(30) occurs 500 times.
       1 idxArchive pic 9(3).

       1 seqAttendu pic 9(8) value 1.
       1 seqLu pic 9(8).
       1 dernierSeqLu pic 9(8) value 0.
       1 chainePrec pic 9(10) value 0.
       1 chaineLue pic 9(10).
       1 chaineCalc pic 9(10).

       1 numLigneFichier pic 9(7).
       1 nbLignesFichier pic 9(7).
       1 nbLignesLues pic 9(7) value 0.
       1 nbNonChainees pic 9(7) value 0.
       1 nbAnomalies pic 9(5) value 0.
       1 nbFichiers pic 9(3) value 0.

       1 typeAnomalie pic x(16).
       1 seqDebAnomalie pic 9(8).
       1 seqFinAnomalie pic 9(8).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 finCatalogue value 'o' false 'n'.

       1 pic x value 'n'.
       88 archiveDejaVue value 'o' false 'n'.

       1 pic x value 'n'.
       88 chaineDemarree value 'o' false 'n'.

       linkage section.
       1 nbAnomalies-parm pic 9(5).

       procedure division using nbAnomalies-parm.
           move 0 to nbArchives
           move 1 to seqAttendu
           move 0 to dernierSeqLu
           move 0 to chainePrec
           move 0 to nbLignesLues
           move 0 to nbNonChainees
           move 0 to nbAnomalies
           move 0 to nbFichiers
           set chaineDemarree to false
           set finCatalogue to false
           open output f-rapport
           move ligneVide to ligne
           move 'CONTROLE DU CHAINAGE DU JOURNAL D''AUDIT'
               to ligne(1:39)
           write rapport
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Anomalie' to ligne(1:8)
           move 'Fichier' to ligne(18:7)
           move 'Ligne' to ligne(49:5)
           move 'Sequence' to ligne(57:8)
           move 'a' to ligne(66:1)
           write rapport

           *> archives dans l'ordre ou elles ont ete constituees
           open input f-catArchives
           if statusCatArchives = '00' then
               read f-catArchives
               end set finCatalogue to true end-read
               perform test after until finCatalogue
                   if not finCatalogue then
                       perform mod-archiveCataloguee
                   end-if
                   read f-catArchives
                   end set finCatalogue to true end-read
               end-perform
               close f-catArchives
           end-if

           move 'audit.log' to nomJournal
           perform mod-controlerJournal
           perform mod-controlerFin

           perform mod-totaux
           close f-rapport
           move nbAnomalies to nbAnomalies-parm
           goback.

       mod-archiveCataloguee.
           set archiveDejaVue to false
           perform varying idxArchive from 1 by 1
               until idxArchive > nbArchives
               if tabNomArchive(idxArchive) = nomCatArchive then
                   set archiveDejaVue to true
                   move nbArchives to idxArchive
               end-if
           end-perform
           if archiveDejaVue or nbArchives >= 500 then
               exit paragraph
           end-if
           add 1 to nbArchives
           move nomCatArchive to tabNomArchive(nbArchives)
           move nomCatArchive to nomJournal
           perform mod-controlerJournal
       .

       mod-controlerJournal.
           move 0 to numLigneFichier
           move 0 to nbLignesFichier
           open input f-journalAudit
           if statusJournal not = '00' then
               if nomJournal not = 'audit.log' then
                   move 'ARCHIVE ABSENTE' to typeAnomalie
                   move 0 to seqDebAnomalie
                   move 0 to seqFinAnomalie
                   perform mod-anomalie
               end-if
               exit paragraph
           end-if
           add 1 to nbFichiers
           set fin-lire to false
           read f-journalAudit end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   add 1 to numLigneFichier
                   add 1 to nbLignesFichier
                   add 1 to nbLignesLues
                   perform mod-controlerLigne
               end-if
               read f-journalAudit end set fin-lire to true end-read
           end-perform
           close f-journalAudit

           move ligneVide to ligne
           move 'Controle' to ligne(1:8)
           move nomJournal to ligne(18:30)
           move nbLignesFichier to ligne(49:7)
           move 'ligne(s)' to ligne(57:8)
           write rapport
       .

       mod-controlerLigne.
           if seqAudit = spaces and chaineAudit = spaces then
               if chaineDemarree then
                   move 'NON CHAINEE' to typeAnomalie
                   move 0 to seqDebAnomalie
                   move 0 to seqFinAnomalie
                   perform mod-anomalie
               else
                   add 1 to nbNonChainees
               end-if
               exit paragraph
           end-if
           if seqAudit not numeric or chaineAudit not numeric then
               move 'LIGNE ALTEREE' to typeAnomalie
               move 0 to seqDebAnomalie
               move 0 to seqFinAnomalie
               perform mod-anomalie
               exit paragraph
           end-if

           move seqAudit to seqLu
           move chaineAudit to chaineLue

           *> premiere ligne chainee rencontree : elle doit porter
           *> le numero 1, sinon le debut de la chaine manque
           if not chaineDemarree then
               set chaineDemarree to true
               if seqLu > 1 then
                   move 'LACUNE' to typeAnomalie
                   move 1 to seqDebAnomalie
                   compute seqFinAnomalie = seqLu - 1
                   perform mod-anomalie
                   move seqLu to seqAttendu
                   move chaineLue to chainePrec
                   move seqLu to dernierSeqLu
                   add 1 to seqAttendu
                   exit paragraph
               end-if
           end-if

           evaluate true
               when seqLu < seqAttendu
                   *> la chaine reste sur la derniere ligne en ordre
                   move 'ORDRE' to typeAnomalie
                   move seqLu to seqDebAnomalie
                   move seqLu to seqFinAnomalie
                   perform mod-anomalie
                   exit paragraph
               when seqLu > seqAttendu
                   move 'LACUNE' to typeAnomalie
                   move seqAttendu to seqDebAnomalie
                   compute seqFinAnomalie = seqLu - 1
                   perform mod-anomalie
               when other
                   call 'chainageAudit' using chainePrec seqLu
                       texteAudit chaineCalc
                   end-call
                   if chaineCalc not = chaineLue then
                       move 'LIGNE ALTEREE' to typeAnomalie
                       move seqLu to seqDebAnomalie
                       move seqLu to seqFinAnomalie
                       perform mod-anomalie
                   end-if
           end-evaluate

           *> la somme lue sert de base a la ligne suivante : une
           *> ligne alteree n'entraine pas toutes les suivantes
           compute seqAttendu = seqLu + 1
           move chaineLue to chainePrec
           move seqLu to dernierSeqLu
       .

       *> lignes disparues en fin de journal : audit.chaine retient
       *> le dernier numero attribue par ecrireAudit
       mod-controlerFin.
           open input f-etatChaine
           if statusEtat not = '00' then
               exit paragraph
           end-if
           read f-etatChaine
               at end
                   move dernierSeqLu to dernierSeqEtat
           end-read
           close f-etatChaine
           if dernierSeqEtat > dernierSeqLu then
               move 'audit.log' to nomJournal
               move 0 to numLigneFichier
               move 'FIN TRONQUEE' to typeAnomalie
               compute seqDebAnomalie = dernierSeqLu + 1
               move dernierSeqEtat to seqFinAnomalie
               perform mod-anomalie
           end-if
       .

       mod-anomalie.
           add 1 to nbAnomalies
           move ligneVide to ligne
           move typeAnomalie to ligne(1:16)
           move nomJournal to ligne(18:30)
           move numLigneFichier to ligne(49:7)
           move seqDebAnomalie to ligne(57:8)
           move seqFinAnomalie to ligne(66:8)
           write rapport
       .

       mod-totaux.
           move ligneVide to ligne
           write rapport
           move ligneVide to ligne
           move 'Fichiers controles' to ligne(1:18)
           move nbFichiers to ligne(42:3)
           write rapport
           move ligneVide to ligne
           move 'Lignes lues' to ligne(1:11)
           move nbLignesLues to ligne(38:7)
           write rapport
           move ligneVide to ligne
           move 'Lignes anterieures au chainage' to ligne(1:30)
           move nbNonChainees to ligne(38:7)
           write rapport
           move ligneVide to ligne
           move 'Dernier numero de sequence' to ligne(1:26)
           move dernierSeqLu to ligne(37:8)
           write rapport
           move ligneVide to ligne
           move 'Anomalies' to ligne(1:9)
           move nbAnomalies to ligne(40:5)
           write rapport
           move ligneVide to ligne
           if nbAnomalies = 0 then
               move 'JOURNAL D''AUDIT INTEGRE' to ligne(1:23)
           else
               move 'JOURNAL D''AUDIT A EXAMINER' to ligne(1:26)
           end-if
           write rapport
       .

       end program verifAudit.
