      *> dernier poste d'interets par compte
       01 WS-PST-TABLE.
           05 WS-PST-ENTRY OCCURS 200 TIMES.
              10 WS-PST-COMPTEID     PIC 9(5).
              10 WS-PST-DATE         PIC X(10).
       01 WS-PST-COUNT          PIC 9(3) VALUE 0.
       01 WS-PST-IDX            PIC 9(3).
       01 L-SOLDE        PIC 9(5)V99.
       01 L-SOMME        PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-COMPTEID     PIC 9(5).
       01 L-DATE         PIC X(10).
       01 L-SUCCESS      PIC X(3).

           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

       01 PRINT-LINE              PIC X(215).
