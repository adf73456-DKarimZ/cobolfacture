      *> le journal structure porte un champ par colonne : plus de
      *> dispositions multiples a reconnaitre ici, le decoupage vit
      *> dans le seul module opjournal
       01 WS-INS-COMPTEID          PIC 9(5).
       01 WS-INS-AMOUNT             PIC S9(9)V99.

      *> GENERUPDATE's layout is identical for every writer (both
      *> ACTIVITY2CLIENT and activity2banq share SQL-UPDATE-LINE)
           05 UPD-OPERATOR         PIC X.
           05 UPD-SOMME            PIC 9(5).99.
           05 FILLER               PIC X(18).
           05 UPD-COMPTEID         PIC 9(5).
       01 WS-UPD-AMOUNT             PIC S9(7)V99.

       01 WS-RECON-TABLE.
           05 WS-RECON-ENTRY OCCURS 200 TIMES.
              10 WS-R-COMPTEID      PIC 9(5).
              10 WS-R-INSERT-TOTAL  PIC S9(9)V99 VALUE 0.
              10 WS-R-UPDATE-TOTAL  PIC S9(9)V99 VALUE 0.
       01 WS-RECON-COUNT            PIC 9(4) VALUE 0.
       01 WS-IDX                   PIC 9(4).
       01 WS-FOUND                 PIC X(3).

       01 WS-REPORT-DETAIL.
           05 FILLER                PIC X(12) VALUE "COMPTE ID : ".
           05 R-COMPTEID             PIC ZZZZ9.
           05 FILLER                 PIC X(14) VALUE "  OPERATIONS: ".
           05 R-INSERT-TOTAL         PIC -(9)9.99.
           05 FILLER                 PIC X(10) VALUE "  SOLDE : ".
           05 R-UPDATE-TOTAL         PIC -(9)9.99.
           05 FILLER                 PIC X(12) VALUE SPACES.


