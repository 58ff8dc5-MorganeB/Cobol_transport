       program-id. chainageAudit.

       *> somme de chainage d'une ligne du journal d'audit : la somme
       *> (10 chiffres) est calculee sur la somme de la ligne
       *> precedente, le numero de sequence de la ligne et ses 80
       *> colonnes de texte. Modifier, supprimer ou deplacer une
       *> ligne rompt donc la chaine a partir de cette ligne.
       *> Appele par ecrireAudit a l'ecriture et par verifAudit au
       *> controle, pour que les deux fassent le meme calcul.

       working-storage section.
       1 idxCar pic 9(2).
       1 h pic 9(10).
       1 calcul pic 9(18).
       1 codeCar pic 9(3).

       *> numero de sequence puis texte de la ligne
       1 tampon.
           2 tamponSeq pic 9(8).
           2 tamponLigne pic x(80).
       1 tabTampon redefines tampon.
           2 carTampon pic x(1) occurs 88 times.

       linkage section.
       1 chainePrec-parm pic 9(10).
       1 seq-parm pic 9(8).
       1 ligne-parm pic x(80).
       1 chaine-parm pic 9(10).

       procedure division using chainePrec-parm seq-parm ligne-parm
           chaine-parm.
           move seq-parm to tamponSeq
           move ligne-parm to tamponLigne
           compute calcul = chainePrec-parm + 7919
           compute h = function mod(calcul, 9999999967)
           perform varying idxCar from 1 by 1
               until idxCar > 88
               compute codeCar = function ord(carTampon(idxCar))
               compute calcul = h * 257 + codeCar * 31 + idxCar
               compute h = function mod(calcul, 9999999967)
           end-perform
           move h to chaine-parm
           goback.

       end program chainageAudit.
