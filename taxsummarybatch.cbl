      *> le journal structure porte un champ par colonne : le
      *> decoupage du flux vit dans le seul module opjournal
       01  WS-CUR-TYPE              PIC X(25).
       01  WS-CUR-CLIENTID          PIC 9(5).
       01  WS-CUR-DATEOP            PIC X(10).
       01  WS-CUR-AMOUNT            PIC S9(9)V99.

       01  WS-SKIPPED-LINES         PIC 9(5) VALUE 0.

      *> un couple (IDCLIENT,TYPE) par ligne de cumul
       01  WS-SUMMARY-TABLE.
           05 WS-SUM-ENTRY OCCURS 500 TIMES.
              10 WS-SUM-CLIENTID    PIC 9(5).
              10 WS-SUM-TYPE        PIC X(25).
              10 WS-SUM-TOTAL       PIC S9(9)V99 VALUE 0.
       01  WS-SUM-COUNT             PIC 9(5) VALUE 0.
       01  WS-IDX                  PIC 9(5).
       01  WS-FOUND                PIC X(3).

       01  WS-CUR-REPORT-CLIENTID   PIC 9(5).
       01  WS-CLIENT-TOTAL          PIC S9(9)V99.

       01  WS-REPORT-HEADER.
       01  WS-REPORT-CLIENT.
           05 FILLER                 PIC X(14) VALUE
              "CLIENT ID : ".
           05 RC-CLIENTID              PIC ZZZZ9.

       01  WS-REPORT-DETAIL.
           05 FILLER                 PIC X(6) VALUE SPACES.
