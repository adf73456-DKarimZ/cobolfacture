       FILE SECTION.
       FD SAISIES.
       01 SAISIES-RECORD.
           05 SA-COMPTEID        PIC 9(5).
           05 SA-TYPE            PIC X(15).
           05 SA-MONTANT         PIC 9(5)V99.
           05 SA-REFERENCE       PIC X(16).

       01 WS-SA-TABLE.
           05 WS-SA-ENTRY OCCURS 100 TIMES.
              10 WS-SA-COMPTEID      PIC 9(5).
              10 WS-SA-TYPE          PIC X(15).
              10 WS-SA-MONTANT       PIC 9(5)V99.
              10 WS-SA-REFERENCE     PIC X(16).
       01 WS-RPT-DETAIL.
           05 RPT-ETAT           PIC X(10).
           05 FILLER             PIC X(8) VALUE '  CPTE: '.
           05 RPT-COMPTEID       PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE '  MONTANT: '.
           05 RPT-MONTANT        PIC ZZZZ9.99.
           05 FILLER             PIC X(7) VALUE '  REF: '.
