       FD OPCATEG.
       01 OPCATEG-RECORD.
           05 OC-SEQ             PIC 9(10).
           05 OC-IDCLIENT        PIC 9(5).
           05 OC-COMPTEID        PIC 9(5).
           05 OC-DATEOP          PIC X(10).
           05 OC-MONTANT         PIC 9(7)V99.
           05 OC-SENS            PIC X.
      *> cumuls par client et categorie, mois M et mois M-1
       01 WS-CUM-TABLE.
           05 WS-CUM-ENTRY OCCURS 300 TIMES.
              10 WS-CUM-IDCLIENT     PIC 9(5).
              10 WS-CUM-CATEGORIE    PIC X(15).
              10 WS-CUM-MOIS         PIC 9(7)V99.
              10 WS-CUM-MOIS-PREC    PIC 9(7)V99.
