       1 Operateur.
           2 idOperateur pic x(10).
           2 nomOperateur pic x(30).
           2 selMotPasseOp pic x(8).
           2 empreinteMotPasseOp pic x(18).
           2 roleOperateur pic x(01).
           2 essaisRatesOp pic 9(1).
           2 statutCompteOp pic x(01).
       1 fmt-Operateur.
           2 idOperateur-F pic x(10).
           2 nomOperateur-F pic x(30).
           2 selMotPasseOp-F pic x(8).
           2 empreinteMotPasseOp-F pic x(18).
           2 roleOperateur-F pic x(01).
           2 essaisRatesOp-F pic 9(1).
           2 statutCompteOp-F pic x(01).
           2 destinationCmd pic x(30).
           2 placesCmd pic 9(3).
           2 statusCmd pic x(01).
           2 tauxAcompteCmd pic 9(2)v99.
           2 numAgenceCmd pic 9(4).

       fd g-commande.
       1 fmt-Commande.
           2 destinationCmd-F pic x(30).
           2 placesCmd-F pic 9(3).
           2 statusCmd-F pic x(01).
           2 tauxAcompteCmd-F pic 9(2)v99.
           2 numAgenceCmd-F pic 9(4).

       fd f-frais.
       1 Frais.
