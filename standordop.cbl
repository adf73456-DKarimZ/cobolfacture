       FD STANDORD.
       01 STANDORD-RECORD.
           05 SO-ORDREID               PIC 9(3).
           05 SO-CLIENT-ID              PIC 9(5).
           05 SO-COMPTE-DEST            PIC 9(5).
           05 SO-CLIENT-DEST-ID         PIC 9(5).
           05 SO-MONTANT                PIC 9(5)V99.
           05 SO-JOUR-EXEC              PIC 99.
           05 SO-DATE-DERNIERE-EXEC     PIC X(10).
       LINKAGE SECTION.
        77 L-ACTION          PIC X.
        77 L-ORDREID         PIC 9(3).
        77 L-CLIENTID        PIC 9(5).
        77 L-COMPTE-DEST     PIC 9(5).
        77 L-CLIENT-DEST-ID  PIC 9(5).
        77 L-MONTANT         PIC 9(5)V99.
        77 L-JOUR-EXEC       PIC 99.
        77 L-IBAN-DEST       PIC X(34).
