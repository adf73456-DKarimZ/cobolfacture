       FD PRETS.
       01 PRETS-RECORD.
           05 PR-PRETID          PIC 9(5).
           05 PR-IDCLIENT        PIC 9(5).
           05 PR-COMPTEID        PIC 9(5).
           05 PR-CAPITAL         PIC 9(7)V99.
           05 PR-TAUX-ANNUEL     PIC 9(2)V99.
           05 PR-DUREE-MOIS      PIC 9(3).
       01 WS-PRETS-TABLE.
           05 WS-PR-ENTRY OCCURS 50 TIMES.
              10 WS-PR-PRETID        PIC 9(5).
              10 WS-PR-IDCLIENT      PIC 9(5).
              10 WS-PR-COMPTEID      PIC 9(5).
              10 WS-PR-CAPITAL       PIC 9(7)V99.
              10 WS-PR-TAUX-ANNUEL   PIC 9(2)V99.
              10 WS-PR-DUREE-MOIS    PIC 9(3).
