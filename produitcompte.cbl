
       FD COMPTEPROD.
       01 COMPTEPROD-RECORD.
           05 CP-COMPTEID        PIC 9(5).
           05 CP-CODE-PRODUIT    PIC X(10).

       WORKING-STORAGE SECTION.

       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
              10 WS-MAP-COMPTEID     PIC 9(5).
              10 WS-MAP-CODE         PIC X(10).
       01 WS-MAP-COUNT          PIC 9(3) VALUE 0.
       01 WS-MAP-IDX            PIC 9(3).
       01 WS-CODE-TROUVE        PIC X(10).

       LINKAGE SECTION.
        77 L-COMPTEID        PIC 9(5).
        77 L-CODE-PRODUIT    PIC X(10).
        77 L-DECOUVERT-OK    PIC X(3).
        77 L-METHODE-INT     PIC X(10).
