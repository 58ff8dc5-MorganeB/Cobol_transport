           2 trajetsEngagesCC pic 9(5).
           2 kmEngagesCC pic 9(7).
           2 plancherFactCC pic 9(7)v99.
           2 indiceRefCC pic 9(5)v99.
           2 seuilCarbCC pic 9(2)v99.
           2 partCarbCC pic 9(3)v99.

       fd f-affectation.
       1 Affectation.
