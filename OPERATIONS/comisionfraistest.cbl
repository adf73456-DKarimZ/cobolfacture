           05 I-TYPEOP       PIC X(30).
           05 I-FRAGFINANC   pIc X(3).
           05 I-PLAFOND      PIC  9 VALUE 8.
           05 I-COMPTEID     PIC 9(5) VALUE ZEROES.
           05 I-CLIENTID     PIC 9(5) VALUE ZEROES.
           05 I-TAUX         PIC 9V99.
           05 I-DATE         PIC X(10).
           05 I-LIBELLE      PIC X(30).
