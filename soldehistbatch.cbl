       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

       FD OPJOURNAL.
      *> SOLDEHIST.DAT avant d'y ajouter celle du jour
       01 WS-PREV-TABLE.
           05 WS-PREV-ENTRY OCCURS 200 TIMES.
              10 WS-PREV-COMPTEID    PIC 9(5).
              10 WS-PREV-SOLDE       PIC S9(9)V99.
       01 WS-PREV-COUNT          PIC 9(4) VALUE 0.

      *> total des operations du jour par compte, relu du flux
      *> GENERESQL pour expliquer l'ecart de solde
       01 WS-OPS-TABLE.
           05 WS-OPS-ENTRY OCCURS 200 TIMES.
              10 WS-OPS-COMPTEID     PIC 9(5).
              10 WS-OPS-TOTAL        PIC S9(9)V99.
       01 WS-OPS-COUNT           PIC 9(4) VALUE 0.

       01 WS-IDX                 PIC 9(4).

      *> le journal structure porte un champ par colonne : le
      *> decoupage du flux vit dans le seul module opjournal
       01 WS-CUR-COMPTEID        PIC 9(5).
       01 WS-CUR-DATEOP          PIC X(10).
       01 WS-CUR-AMOUNT          PIC S9(9)V99.

       01 WS-DELTA               PIC S9(9)V99.
       01 WS-OPS-EXPLIQUE        PIC S9(7)V99.
       01 WS-PREV-FOUND          PIC X(3).


       01 WS-RPT-DETAIL.
           05 FILLER             PIC X(12) VALUE 'COMPTE ID : '.
           05 RPT-COMPTEID       PIC ZZZZ9.
           05 FILLER             PIC X(9) VALUE '  ECART: '.
           05 RPT-DELTA          PIC -(6)9.99.
           05 FILLER             PIC X(22) VALUE
