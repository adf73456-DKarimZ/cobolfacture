       FD DOUBLONS.
       01 DOUBLONS-RECORD.
           05 DBL-SEQ            PIC 9(10).
           05 DBL-COMPTEID       PIC 9(5).
           05 DBL-MONTANT        PIC X(8).
           05 DBL-TYPE           PIC X(25).
           05 DBL-DATEOP         PIC X(10).
       01 WS-OPS-TABLE.
           05 WS-OPS-ENTRY OCCURS 500 TIMES.
              10 WS-OPS-SEQ          PIC 9(10).
              10 WS-OPS-COMPTEID     PIC 9(5).
              10 WS-OPS-MONTANT      PIC X(12).
              10 WS-OPS-TYPE         PIC X(25).
              10 WS-OPS-DATEOP       PIC X(10).
       01 WS-JDX                  PIC 9(4).

       01 WS-CUR-SEQ              PIC 9(10).
       01 WS-CUR-COMPTEID         PIC 9(5).
       01 WS-CUR-MONTANT          PIC X(12).
       01 WS-CUR-TYPE             PIC X(25).
       01 WS-CUR-DATEOP           PIC X(10).
       01 WS-RPT-DETAIL.
           05 FILLER              PIC X(14) VALUE 'DOUBLE PRESUME'.
           05 FILLER              PIC X(8) VALUE '  CPTE: '.
           05 RPT-COMPTEID        PIC ZZZZ9.
           05 FILLER              PIC X(11) VALUE '  MONTANT: '.
           05 RPT-MONTANT         PIC X(12).
           05 FILLER              PIC X(7) VALUE '  SEQ1='.
