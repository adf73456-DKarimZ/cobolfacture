       FD OPCATEG.
       01 OPCATEG-RECORD.
           05 OC-SEQ             PIC 9(10).
           05 OC-IDCLIENT        PIC 9(5).
           05 OC-COMPTEID        PIC 9(5).
           05 OC-DATEOP          PIC X(10).
           05 OC-MONTANT         PIC 9(7)V99.
           05 OC-SENS            PIC X.
