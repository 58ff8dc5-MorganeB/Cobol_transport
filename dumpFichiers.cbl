       1 Operateur.
           2 idOperateur pic x(10).
           2 nomOperateur pic x(30).
           2 selMotPasseOp pic x(8).
           2 empreinteMotPasseOp pic x(18).
           2 roleOperateur pic x(01).
           2 essaisRatesOp pic 9(1).
           2 statutCompteOp pic x(01).
