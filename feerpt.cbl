       FD FEESLEDG.
       01 FEE-LEDGER-RECORD.
           05 FL-TYPEOP      PIC X(25).
           05 FL-MONTANT     PIC S9(9)V99.
           05 FL-DATE        PIC X(10).
      *> compte et client factures, voir commisionfrais
           05 FL-COMPTEID    PIC 9(5).
           05 FL-IDCLIENT    PIC 9(5).

       FD FEERPT-FILE.
       01 FEERPT-LINE        PIC X(100).
           05 WS-FT-ENTRY OCCURS 20 TIMES.
              10 WS-FT-TYPEOP       PIC X(25).
              10 WS-FT-COUNT        PIC 9(5).
              10 WS-FT-TOTAL        PIC S9(9)V99.

       01 WS-FEE-COUNT           PIC 9(3) VALUE 0.
       01 WS-IDX                 PIC 9(3).
       01 WS-FOUND               PIC X(3).

       01 WS-GRAND-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-TOTAL-ED      PIC -(9)9.99.
       01 WS-GRAND-COUNT         PIC 9(5) VALUE 0.

       01 WS-REPORT-DETAIL.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 R-COUNT             PIC ZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 R-TOTAL             PIC -(9)9.99.

       PROCEDURE DIVISION.

           END-PERFORM

           MOVE SPACES TO FEERPT-LINE
           MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-ED
           STRING "TOTAL OPERATIONS: " WS-GRAND-COUNT
              "  TOTAL FRAIS PERCUS: " WS-GRAND-TOTAL-ED
              DELIMITED BY SIZE INTO FEERPT-LINE
           WRITE FEERPT-LINE.

