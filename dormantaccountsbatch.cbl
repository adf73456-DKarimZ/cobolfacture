
       FD DORMANTACCOUNTS.
       01 DORMANTACCOUNTS-LINE.
           05 DA-COMPTEID          PIC 9(5).
           05 FILLER               PIC X.
           05 DA-LASTDATEOP        PIC X(10).
           05 FILLER               PIC X(184).

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-EOF-TITULAIRES       PIC X(3) VALUE 'NON'.
       01  WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 50 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01  WS-TITULAIRES-COUNT     PIC 9(3) VALUE 0.
       01  WS-TIT-IDX              PIC 9(3).
       01  WS-NOTIF-CLIENTID       PIC 9(5).
       01  WS-NOTIF-SUBJECT        PIC X(40).
       01  WS-NOTIF-BODY           PIC X(70).
       01  WS-TODAY-ISO            PIC X(10).
