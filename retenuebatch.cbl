       FILE SECTION.
       FD RETENUES.
       01 RETENUES-RECORD.
           05 RT-IDCLIENT        PIC 9(5).
           05 RT-COMPTEID        PIC 9(5).
           05 RT-MONTANT         PIC 9(5)V99.
           05 RT-DATE            PIC X(10).

      *> un total par client rencontre
       01 WS-CLI-TABLE.
           05 WS-CLI-ENTRY OCCURS 200 TIMES.
              10 WS-CLI-IDCLIENT     PIC 9(5).
              10 WS-CLI-TOTAL        PIC 9(7)V99.
       01 WS-CLI-COUNT           PIC 9(4) VALUE 0.
       01 WS-IDX                 PIC 9(4).

       01 WS-RPT-DETAIL.
           05 FILLER             PIC X(12) VALUE 'CLIENT ID : '.
           05 RPT-IDCLIENT       PIC ZZZZ9.
           05 FILLER             PIC X(16) VALUE '  RETENUE DUE : '.
           05 RPT-TOTAL          PIC ZZZZZZ9.99.

