       program-id. ecrireAudit.

       *> ecriture d'une ligne dans le journal d'audit (audit.log) :
       *> tous les programmes passent par ici. La ligne de 80
       *> colonnes preparee par l'appelant est completee de
       *>   col 82-89  numero de sequence (continu, jamais remis a 0);
       *>   col 91-100 somme de chainage (chainageAudit) calculee sur
       *>              la somme de la ligne precedente.
       *> Le dernier numero et la derniere somme sont gardes dans
       *> audit.chaine; sans ce fichier, ils sont repris de la
       *> derniere ligne chainee de audit.log. verifAudit controle
       *> la chaine sur audit.log et ses archives.

       file-control.
           select f-audit assign 'audit.log' organization line
           sequential file status is statusAudit.

           select f-etatChaine assign 'audit.chaine' organization
           line sequential file status is statusEtat.

       file section.
       fd f-audit.
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

       working-storage section.
       1 statusAudit pic xx.
       1 statusEtat pic xx.
       1 seqPrec pic 9(8).
       1 chainePrec pic 9(10).
       1 seqNouv pic 9(8).
       1 chaineNouv pic 9(10).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       linkage section.
       1 ligneAudit-parm pic x(80).

       procedure division using ligneAudit-parm.
           open input f-etatChaine
           if statusEtat = '00' then
               read f-etatChaine
                   at end
                       perform mod-reprendreChaine
                   not at end
                       move dernierSeqEtat to seqPrec
                       move derniereChaineEtat to chainePrec
               end-read
               close f-etatChaine
           else
               perform mod-reprendreChaine
           end-if

           compute seqNouv = seqPrec + 1
           call 'chainageAudit' using chainePrec seqNouv
               ligneAudit-parm chaineNouv
           end-call

           move spaces to ligneAuditChainee
           move ligneAudit-parm to texteAudit
           move seqNouv to seqAudit
           move chaineNouv to chaineAudit
           open extend f-audit
           if statusAudit not = '00' then
               open output f-audit
           end-if
           write ligneAuditChainee
           close f-audit

           move seqNouv to dernierSeqEtat
           move chaineNouv to derniereChaineEtat
           open output f-etatChaine
           write etatChaine
           close f-etatChaine
           goback.

       *> etat perdu : la derniere ligne chainee du journal courant
       *> donne le point de depart (0 si aucune)
       mod-reprendreChaine.
           move 0 to seqPrec
           move 0 to chainePrec
           set fin-lire to false
           open input f-audit
           if statusAudit = '00' then
               read f-audit end set fin-lire to true end-read
               perform test after until fin-lire
                   if not fin-lire then
                       if seqAudit is numeric
                           and chaineAudit is numeric then
                           move seqAudit to seqPrec
                           move chaineAudit to chainePrec
                       end-if
                   end-if
                   read f-audit end set fin-lire to true end-read
               end-perform
               close f-audit
           end-if
       .

       end program ecrireAudit.
