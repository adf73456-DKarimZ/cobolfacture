       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

       FD TAUXBAREME.

       FD ACCRUCUM.
       01 ACCRUCUM-RECORD.
           05 AC-COMPTEID        PIC 9(5).
           05 AC-SENS            PIC X.
           05 AC-CUMUL           PIC 9(7)V99.
           05 AC-DATE-MAJ        PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 GL-COMPTE-CREDIT    PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 GL-MONTANT          PIC 9(9)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 GL-DATE             PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
      *> derniere photo de solde par compte
       01 WS-SLD-TABLE.
           05 WS-SLD-ENTRY OCCURS 200 TIMES.
              10 WS-SLD-COMPTEID     PIC 9(5).
              10 WS-SLD-SOLDE        PIC S9(9)V99.
              10 WS-SLD-DATE         PIC X(10).
       01 WS-SLD-COUNT          PIC 9(3) VALUE 0.
       01 WS-SLD-IDX            PIC 9(3).
      *> cumuls de couru par compte
       01 WS-CUM-TABLE.
           05 WS-CUM-ENTRY OCCURS 200 TIMES.
              10 WS-CUM-COMPTEID     PIC 9(5).
              10 WS-CUM-SENS         PIC X.
              10 WS-CUM-MONTANT      PIC 9(7)V99.
       01 WS-CUM-COUNT          PIC 9(3) VALUE 0.

       01 WS-TAUX-DEBITEUR      PIC 9(2)V99 VALUE 12.00.
       01 WS-COURU-JOUR         PIC 9(7)V99.
       01 WS-SOLDE-ABS          PIC 9(9)V99.

       01 WS-ACCRUES            PIC 9(5) VALUE 0.
       01 WS-EXTOURNES          PIC 9(5) VALUE 0.
