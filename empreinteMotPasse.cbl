       program-id. empreinteMotPasse.

       *> empreinte a sens unique d'un mot de passe operateur : le
       *> mot de passe n'est jamais conserve, seuls un sel propre au
       *> compte et l'empreinte (18 chiffres) calculee sur le sel et
       *> le mot de passe sont ranges dans Operateur.dat.
       *>   mode N : nouveau mot de passe, un sel est tire puis
       *>            l'empreinte calculee; le generateur n'est amorce
       *>            qu'au premier appel et le sel tire est brasse avec
       *>            l'identifiant de l'operateur, de sorte que deux
       *>            comptes traites dans la meme seconde (conversion
       *>            en serie) n'ont pas le meme sel;
       *>   mode V : verification, l'empreinte est recalculee avec le
       *>            sel du compte, l'appelant la compare a la sienne.
       *> Le calcul brasse le sel et le mot de passe sur deux
       *> accumulateurs modulo deux grands nombres premiers, repete
       *> nbTours fois pour ralentir les essais en serie.
       *> Appele par menu (connexion, changement impose), par
       *> gestOperateurs et par convMotsPasse.

       working-storage section.
       1 heureSel pic 9(8).
       1 graineSel pic 9(8).
       1 selNum pic 9(8).
       1 valeurAlea pic v9(9).
       1 calculSel pic 9(12).
       1 idSel pic x(10).
       1 tabIdSel redefines idSel.
           2 carIdSel pic x(1) occurs 10 times.

       1 pic x value 'o'.
       88 premierAppel value 'o' false 'n'.

       1 nbTours pic 9(4) value 500.
       1 idxTour pic 9(4).
       1 idxCar pic 9(2).
       1 h1 pic 9(10).
       1 h2 pic 9(10).
       1 calcul pic 9(18).
       1 codeCar pic 9(3).

       *> sel, mot de passe, sel, mot de passe
       1 tampon.
           2 tamponSel1 pic x(8).
           2 tamponMdp1 pic x(10).
           2 tamponSel2 pic x(8).
           2 tamponMdp2 pic x(10).
       1 tabTampon redefines tampon.
           2 carTampon pic x(1) occurs 36 times.

       1 empreinteCalc.
           2 empreinteH1 pic 9(9).
           2 empreinteH2 pic 9(9).

       linkage section.
       1 mode-parm pic x(01).
       1 motPasse-parm pic x(10).
       1 sel-parm pic x(8).
       1 empreinte-parm pic x(18).
       1 idOperateur-parm pic x(10).

       procedure division using mode-parm motPasse-parm sel-parm
           empreinte-parm idOperateur-parm.
           if mode-parm = 'N' then
               if premierAppel then
                   accept heureSel from time
                   move heureSel to graineSel
                   compute valeurAlea = function random(graineSel)
                   set premierAppel to false
               else
                   compute valeurAlea = function random
               end-if
               compute selNum = valeurAlea * 100000000
               move idOperateur-parm to idSel
               perform varying idxCar from 1 by 1
                   until idxCar > 10
                   compute codeCar = function ord(carIdSel(idxCar))
                   compute calculSel = selNum * 31 + codeCar
                   compute selNum = function mod(calculSel, 100000000)
               end-perform
               move selNum to sel-parm
           end-if

           move sel-parm to tamponSel1 tamponSel2
           move motPasse-parm to tamponMdp1 tamponMdp2
           move 5381 to h1
           move 52711 to h2
           perform varying idxTour from 1 by 1
               until idxTour > nbTours
               perform varying idxCar from 1 by 1
                   until idxCar > 36
                   compute codeCar = function ord(carTampon(idxCar))
                   compute calcul = h1 * 33 + codeCar + idxTour
                   compute h1 = function mod(calcul, 999999937)
                   compute calcul = h2 * 31 + codeCar * 7 + h1
                   compute h2 = function mod(calcul, 999999893)
               end-perform
           end-perform
           move h1 to empreinteH1
           move h2 to empreinteH2
           move empreinteCalc to empreinte-parm
           goback.

       end program empreinteMotPasse.
