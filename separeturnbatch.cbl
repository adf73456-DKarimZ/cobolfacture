       FD SEPAEXPLOG.
       01 SEPAEXPLOG-RECORD.
           05 XL-ID                     PIC 9(10).
           05 XL-COMPTE-SRC             PIC 9(5).
           05 XL-CLIENT-SRC             PIC 9(5).
           05 XL-IBAN-DEST              PIC X(34).
           05 XL-MONTANT                PIC 9(5)V99.
           05 XL-DATE-REMISE            PIC X(10).
           05 XL-MOTIF-RETOUR           PIC X(25).

       FD SEPAEXPLOGTMP.
       01 SEPAEXPLOGTMP-RECORD  PIC X(106).

       FD REMISELOG.
       01 REMISELOG-RECORD.
       01 L-SOLDE        PIC 9(5)V99.
       01 L-SOMME        PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-COMPTEID     PIC 9(5).
       01 L-DATE         PIC X(10).
       01 L-SUCCESS      PIC X(3).

           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

       01 WS-RPT-DETAIL.
           05 FILLER              PIC X(7) VALUE 'SQ-ID: '.
           05 RPT-ID              PIC 9(10).
           05 FILLER              PIC X(8) VALUE '  CPTE: '.
           05 RPT-COMPTEID        PIC ZZZZ9.
           05 FILLER              PIC X(11) VALUE '  MONTANT: '.
           05 RPT-MONTANT         PIC ZZZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
