       program-id. lireSociete.

       *> fiche d'une societe du groupe (Emetteur.dat, gestSocietes) :
       *>   mode S : par numero de societe
       *>   mode P : societe emettrice d'une piece (facture, avoir,
       *>            acompte), retrouvee par la plage de numerotation
       *>            qui contient son numero; une piece hors de toute
       *>            plage releve de la societe 01 (numerotation
       *>            historique)
       *> Sans fiche, la societe est rendue a blanc avec son numero
       *> et l'indicateur de societe trouvee a N.

       file-control.
           select f-emetteur assign 'Emetteur.dat'
           organization indexed access dynamic
           record key numEmetteur
           file status is statusEmetteur.

       file section.
       fd f-emetteur.
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
       1 statusEmetteur pic xx.
       1 societeCherchee pic 9(2).

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       linkage section.
       1 modeSociete-parm pic x(01).
           88 parSociete-parm value 'S'.
           88 parPiece-parm value 'P'.
       1 numero-parm pic 9(6).
       1 societe-parm pic x(191).
       1 trouvee-parm pic x(01).
           88 societeTrouvee-parm value 'O'.
           88 societeAbsente-parm value 'N'.

       procedure division using modeSociete-parm numero-parm
           societe-parm trouvee-parm.

           set societeAbsente-parm to true
           move 1 to societeCherchee
           if parSociete-parm then
               move numero-parm to societeCherchee
           end-if

           open input f-emetteur
           if statusEmetteur not = '00' then
               move spaces to Emetteur
               move societeCherchee to numEmetteur
               move 0 to debutNumEm
               move 0 to finNumEm
               move Emetteur to societe-parm
               goback
           end-if

           *> plage de numerotation contenant la piece
           if parPiece-parm then
               set fin-lire to false
               read f-emetteur next
               end set fin-lire to true end-read
               perform until fin-lire
                   if finNumEm not = 0
                   and numero-parm >= debutNumEm
                   and numero-parm <= finNumEm then
                       move numEmetteur to societeCherchee
                       set fin-lire to true
                   else
                       read f-emetteur next
                       end set fin-lire to true end-read
                   end-if
               end-perform
           end-if

           move societeCherchee to numEmetteur
           read f-emetteur
               invalid key
                   move spaces to Emetteur
                   move societeCherchee to numEmetteur
                   move 0 to debutNumEm
                   move 0 to finNumEm
               not invalid key
                   set societeTrouvee-parm to true
           end-read
           close f-emetteur

           move Emetteur to societe-parm
           goback.

       end program lireSociete.
