       program-id. encaisserAcompte.

       *> une facture d'acompte (type D) vient d'etre soldee : la
       *> date d'encaissement est portee sur l'acompte (Acompte.dat,
       *> meme numero que la facture), qui devient deductible de la
       *> facture mensuelle du client. Appele par gestReglements et
       *> importReleveBancaire.

       file-control.
           select f-acompte assign 'Acompte.dat'
           organization indexed access dynamic
           record key numFactAcompte
           alternate record key numClientAc duplicates
           file status is statusAcompte.

       file section.
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

       working-storage section.
       1 statusAcompte pic xx.

       linkage section.
       1 numFacture-parm pic 9(6).
       1 dateReglement-parm pic 9(8).

       procedure division using numFacture-parm dateReglement-parm.
           open i-o f-acompte
           if statusAcompte not = '00' then
               goback
           end-if

           move numFacture-parm to numFactAcompte
           read f-acompte
               not invalid key
                   if acompteNonEncaisse then
                       move dateReglement-parm to dateEncaissAc
                       rewrite Acompte
                           invalid key
                               continue
                       end-rewrite
                   end-if
           end-read
           close f-acompte
           goback.

       end program encaisserAcompte.
