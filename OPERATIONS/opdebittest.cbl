           05 I-DEBIT              PIC 9(5)V99.
           05 I-NEWSOLDE-EXP       PIC 9(5)V99.
           05 I-NEWSOLDE           PIC 9(5)V99.
           05 I-COMPTEID           PIC 9(5).
           05 I-DATE-OP            PIC X(10).
           05 I-SUCCESS            PIC X(3).
           05 I-SUCCESS-EXP        PIC X(3).
