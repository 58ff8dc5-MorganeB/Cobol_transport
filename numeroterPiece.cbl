       program-id. numeroterPiece.

       *> numerotation des pieces (factures, avoirs, acomptes) par
       *> societe du groupe, dans la serie commune de Facture.dat :
       *>   mode C : releve des plages de numerotation des societes
       *>            (gestSocietes) et du dernier numero pris dans
       *>            chacune; Facture.dat doit etre ferme par
       *>            l'appelant, qui l'ouvre ensuite
       *>   mode N : prochain numero de la societe demandee : suite de
       *>            sa plage, sinon suite des numeros pris hors de
       *>            toute plage, en sautant les plages des societes.
       *>            Plage epuisee : pas de numero, indicateur a N.
       *> Les numeros attribues en mode N sont retenus jusqu'au
       *> releve suivant : un appelant qui emet plusieurs pieces ne
       *> fait qu'un releve.

       file-control.
           select f-facture assign 'Facture.dat' organization
           indexed
           access dynamic record key numFacture
           file status is statusFacture.

           select f-societe assign 'Emetteur.dat'
           organization indexed access dynamic
           record key numEmetteur
           file status is statusSociete.

       file section.
       fd f-facture.
       1 Facture.
           2 numFacture pic 9(6).
           2 numClientF pic 9(4).
           2 moisFacture pic 9(6).
           2 montantFacture pic 9(9)v99.
           2 dateFacture pic 9(8).
           2 statusF pic x(01).
           2 montantRegleF pic 9(9)v99.
           2 typeF pic x(01).
           2 montantHTF pic 9(9)v99.
           2 montantTvaF pic 9(9)v99.

       fd f-societe.
       1 Emetteur.
           2 numEmetteur pic 9(2).
           2 raisonSocialeEm pic x(35).
           2 siretEm pic x(14).
           2 tvaIntraEm pic x(13).
           2 rcsEm pic x(30).
           2 adresseEm pic x(40).
           2 ibanEm pic x(34).
           2 bicEm pic x(11).
           2 debutNumEm pic 9(6).
           2 finNumEm pic 9(6).

       working-storage section.
       1 statusFacture pic xx.
       1 statusSociete pic xx.

       *> plages de numerotation des societes (fin a zero = pas de
       *> plage) et dernier numero pris dans chacune
       1 nbSocietes pic 9(2) value 0.
       1 idxSoc pic 9(3).
       1 tabSocietes.
           2 tabSocLigne occurs 99 times.
               3 tabSocNum pic 9(2).
               3 tabSocDebut pic 9(6).
               3 tabSocFin pic 9(6).
               3 tabSocDernier pic 9(6).
       1 dernierHorsPlage pic 9(6) value 0.
       1 newFacture pic 9(6).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       1 pic x value 'n'.
       88 plageSautee value 'o' false 'n'.

       linkage section.
       1 modeNumero-parm pic x(01).
           88 releve-parm value 'C'.
       1 societe-parm pic 9(2).
       1 numero-parm pic 9(6).
       1 attribue-parm pic x(01).
           88 numeroAttribue-parm value 'O'.
           88 plageEpuisee-parm value 'N'.

       procedure division using modeNumero-parm societe-parm
           numero-parm attribue-parm.

           move 0 to numero-parm
           set numeroAttribue-parm to true
           if releve-parm then
               perform mod-chargerSocietes
               perform mod-releverNumeros
               goback
           end-if

           perform varying idxSoc from 1 by 1
               until idxSoc > nbSocietes
               or tabSocNum(idxSoc) = societe-parm
               continue
           end-perform
           if idxSoc <= nbSocietes and tabSocFin(idxSoc) not = 0 then
               evaluate true
                   when tabSocDernier(idxSoc) >= tabSocFin(idxSoc)
                       set plageEpuisee-parm to true
                   when tabSocDernier(idxSoc) < tabSocDebut(idxSoc)
                       move tabSocDebut(idxSoc) to newFacture
                   when other
                       compute newFacture = tabSocDernier(idxSoc) + 1
               end-evaluate
               if numeroAttribue-parm then
                   move newFacture to tabSocDernier(idxSoc)
               end-if
           else
               compute newFacture = dernierHorsPlage + 1
               set plageSautee to true
               perform until not plageSautee
                   set plageSautee to false
                   perform varying idxSoc from 1 by 1
                       until idxSoc > nbSocietes
                       if tabSocFin(idxSoc) not = 0
                       and newFacture >= tabSocDebut(idxSoc)
                       and newFacture <= tabSocFin(idxSoc) then
                           compute newFacture = tabSocFin(idxSoc) + 1
                           set plageSautee to true
                       end-if
                   end-perform
               end-perform
               move newFacture to dernierHorsPlage
           end-if

           if numeroAttribue-parm then
               move newFacture to numero-parm
           end-if
           goback.

       mod-chargerSocietes.
           move 0 to nbSocietes
           open input f-societe
           if statusSociete not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-societe next
           end set fin-lire to true end-read
           perform until fin-lire or nbSocietes = 99
               add 1 to nbSocietes
               move numEmetteur to tabSocNum(nbSocietes)
               move debutNumEm to tabSocDebut(nbSocietes)
               move finNumEm to tabSocFin(nbSocietes)
               move 0 to tabSocDernier(nbSocietes)
               read f-societe next
               end set fin-lire to true end-read
           end-perform
           close f-societe
       .

       *> dernier numero pris dans chaque plage et hors plage
       mod-releverNumeros.
           move 0 to dernierHorsPlage
           open input f-facture
           if statusFacture not = '00' then
               exit paragraph
           end-if
           set fin-lire to false
           read f-facture next
           end set fin-lire to true end-read
           perform until fin-lire
               perform varying idxSoc from 1 by 1
                   until idxSoc > nbSocietes
                   or (tabSocFin(idxSoc) not = 0
                   and numFacture >= tabSocDebut(idxSoc)
                   and numFacture <= tabSocFin(idxSoc))
                   continue
               end-perform
               if idxSoc > nbSocietes then
                   if numFacture > dernierHorsPlage then
                       move numFacture to dernierHorsPlage
                   end-if
               else
                   if numFacture > tabSocDernier(idxSoc) then
                       move numFacture to tabSocDernier(idxSoc)
                   end-if
               end-if
               read f-facture next
               end set fin-lire to true end-read
           end-perform
           close f-facture
       .

       end program numeroterPiece.
