           sequential file status is statusAudit.

       file section.
       *> ligne de 80 suivie du numero de sequence (82:8) et de la
       *> somme de chainage (91:10) posees par ecrireAudit
       fd f-audit.
       1 ligneAudit pic x(100).

       working-storage section.
       1 statusAudit pic xx.

       1 dateLigne pic 9(8).
       1 numeroLigne pic 9(6).
       1 ligneCourante pic x(100).

       1 dateAValider pic 9(8).
       1 pic x value 'n'.
           2 line 4 col 4 'Journal d''audit'.
           2 line 6 col 4 'Date     Heure  Action Entit'&x'82'.
           2 line 6 col 41 'Fiche Op'&x'82'&'rateur  Motif'.
           2 line 7 col 6 'S'&x'82'&'quence  Contr'&x'93'&'le'.

       1 a-plg-resLigne.
           2 line i col 2 pic x(78) from ligneCourante(1:78).

       1 a-plg-resChainage.
           2 line i col 6 pic x(8) from ligneCourante(82:8).
           2 line i col 16 pic x(10) from ligneCourante(91:10).

       1 a-plg-pasTrouve.
           2 line 20 col 15 'Aucune ligne de journal ne correspond'.

           2 line 20 col 15 'Le journal d''audit est vide ou absent'.

       procedure division.
           set fin-lire to false
           set trouve to false
           set juste to false
           move 9 to i

           display s-plg-filtre
           accept s-moisArchive
           end-if
       .

       *> deux lignes d'ecran par ligne de journal : le texte, puis
       *> la sequence et la somme de chainage
       mod-affichage.
           display a-plg-resLigne
           compute i = i + 1
           display a-plg-resChainage
           set trouve to true
           compute i = i + 1
           if (i > 19) then
               compute i = 9
               display a-plg-nextPage
               accept s-nextPage
