
       FD REVALHIST.
       01 REVALHIST-RECORD.
           05 RV-COMPTEID        PIC 9(5).
           05 RV-DEVISE          PIC X(3).
           05 RV-SOLDE           PIC S9(9)V99.
           05 RV-TAUX            PIC 9(3)V9(6).
           05 RV-VALEUR-EUR      PIC S9(9)V99.
           05 RV-DATE            PIC X(10).

       FD GENERESQL.
      *> anciennes au fil de la lecture)
       01 WS-PREV-TABLE.
           05 WS-PREV-ENTRY OCCURS 200 TIMES.
              10 WS-PREV-COMPTEID    PIC 9(5).
              10 WS-PREV-VALEUR-EUR  PIC S9(9)V99.
       01 WS-PREV-COUNT          PIC 9(4) VALUE 0.
       01 WS-IDX                 PIC 9(4).
       01 WS-FOUND               PIC X(3).
       01 WS-PREV-FOUND          PIC X(3).
       01 WS-PREV-VALEUR         PIC S9(9)V99.

       01 WS-TAUX-TROUVE         PIC X(3).
       01 WS-TAUX-CLOTURE        PIC 9(3)V9(6).
       01 WS-TAUX-DATE-EFFET     PIC X(10).

       01 WS-VALEUR-EUR          PIC S9(9)V99.
       01 WS-ECART               PIC S9(9)V99.
       01 WS-ECART-ABS           PIC 9(7)V99.

       01 WS-REVAL-COUNT         PIC 9(5) VALUE 0.
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

      *> date de traitement officielle servie par le registre
