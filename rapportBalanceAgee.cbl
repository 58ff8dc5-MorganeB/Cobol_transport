           access dynamic record key numClient
           file status is statusClient.

           *> acomptes encaisses, pas encore deduits d'une facture
           select f-acompte assign 'Acompte.dat'
           organization indexed access dynamic
           record key numFactAcompte
           alternate record key numClientAc duplicates
           file status is statusAcompte.

           select f-balance assign 'balanceAgee.txt' organization
           line sequential.

           2 typeF pic x(01).
               88 estFacture value 'F'.
               88 estAvoir value 'A'.
               88 estAcompte value 'D'.
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

               88 clientBloque value 'B'.
           2 seuilRetardCli pic 9(3).

       fd f-acompte.
       1 Acompte.
           2 numFactAcompte pic 9(6).
           2 numClientAc pic 9(4).
           2 numCommandeAc pic 9(6).
           2 numDevisAc pic 9(6).
           2 dateTrajetAc pic 9(8).
           2 tauxAcompteAc pic 9(2)v99.
           2 montantAcompteAc pic 9(7)v99.
           2 htAcompteAc pic 9(7)v99.
           2 tauxTvaAc pic 9(2)v99.
           2 dateEncaissAc pic 9(8).
               88 acompteNonEncaisse value 0.
           2 numFactImputAc pic 9(6).
               88 acompteNonImpute value 0.
           2 dateImputAc pic 9(8).

       fd f-balance.
       1 ligneBalance pic x(80).

       1 idxAvoir pic 9(3).
       1 totalAvoirs pic 9(9)v99 value 0.

       *> acomptes verses non encore deduits, par client (lecture
       *> d'Acompte.dat dans l'ordre des clients)
       1 statusAcompte pic xx.
       1 clientAcompte pic 9(4).
       1 nbAcomptesClient pic 9(3).
       1 nbAcomptesEdite pic zz9.
       1 soldeAcomptesClient pic 9(9)v99.
       1 totalAcomptes pic 9(9)v99 value 0.
       1 pic x value 'n'.
       88 finLireAcompte value 'o' false 'n'.

       1 pic x value 'n'.
       88 enteteAcomptesEcrit value 'o' false 'n'.

       1 totalNonEchu pic 9(9)v99 value 0.
       1 total30 pic 9(9)v99 value 0.
       1 total60 pic 9(9)v99 value 0.
           if nbAvoirsTab not = 0 then
               perform mod-ecrireAvoirs
           end-if

           perform mod-ecrireAcomptes
       .

       mod-cumulerAvoir.
           add 1 to nbLignesBalance
       .

       *> acomptes encaisses et non imputes : une ligne par client,
       *> puis le total; rien n'est edite s'il n'y en a pas
       mod-ecrireAcomptes.
           open input f-acompte
           if statusAcompte not = '00' then
               exit paragraph
           end-if
           set enteteAcomptesEcrit to false
           set finLireAcompte to false
           move 0 to clientAcompte
           move 0 to nbAcomptesClient
           move 0 to soldeAcomptesClient
           move 0 to numClientAc
           start f-acompte key is not less numClientAc
               invalid key
                   set finLireAcompte to true
           end-start
           perform until finLireAcompte
               read f-acompte next
                   at end
                       set finLireAcompte to true
                   not at end
                       if not acompteNonEncaisse
                       and acompteNonImpute then
                           if numClientAc not = clientAcompte
                           and nbAcomptesClient not = 0 then
                               perform mod-ecrireAcomptesClient
                           end-if
                           move numClientAc to clientAcompte
                           add 1 to nbAcomptesClient
                           add montantAcompteAc to soldeAcomptesClient
                       end-if
               end-read
           end-perform
           if nbAcomptesClient not = 0 then
               perform mod-ecrireAcomptesClient
           end-if
           close f-acompte

           if enteteAcomptesEcrit then
               move ligneVide to ligneBalance
               move 'Total acomptes :' to ligneBalance(1:16)
               move totalAcomptes to montantEdite
               move montantEdite to ligneBalance(18:12)
               write ligneBalance
               add 1 to nbLignesBalance
           end-if
       .

       mod-ecrireAcomptesClient.
           if not enteteAcomptesEcrit then
               move ligneVide to ligneBalance
               write ligneBalance
               add 1 to nbLignesBalance
               move ligneVide to ligneBalance
               move 'ACOMPTES VERSES NON IMPUTES (a deduire)'
                   to ligneBalance(1:39)
               write ligneBalance
               add 1 to nbLignesBalance
               set enteteAcomptesEcrit to true
           end-if
           move ligneVide to ligneBalance
           move 'Client' to ligneBalance(1:6)
           move clientAcompte to ligneBalance(8:4)
           move nbAcomptesClient to nbAcomptesEdite
           move nbAcomptesEdite to ligneBalance(14:3)
           move 'acompte(s)' to ligneBalance(18:10)
           move soldeAcomptesClient to montantEdite
           move montantEdite to ligneBalance(29:12)
           write ligneBalance
           add 1 to nbLignesBalance
           add soldeAcomptesClient to totalAcomptes
           move 0 to nbAcomptesClient
           move 0 to soldeAcomptesClient
       .

       mod-ecrireLigneClient.
           move ligneVide to ligneBalance
           move tabClientNum(idxTab) to ligneBalance(1:4)
