       01 MANDATS-RECORD.
           05 MD-REFERENCE       PIC X(16).
           05 MD-CREANCIER-ID    PIC X(8).
           05 MD-IDCLIENT        PIC 9(5).
           05 MD-COMPTEID        PIC 9(5).
           05 MD-DATE-SIGNATURE  PIC X(10).
           05 MD-STATUT          PIC X(10).

       01 WS-MD-TABLE.
           05 WS-MD-ENTRY OCCURS 100 TIMES.
              10 WS-MD-REFERENCE     PIC X(16).
              10 WS-MD-IDCLIENT      PIC 9(5).
              10 WS-MD-COMPTEID      PIC 9(5).
              10 WS-MD-STATUT        PIC X(10).
       01 WS-MD-COUNT           PIC 9(3) VALUE 0.
       01 WS-MD-IDX             PIC 9(3).
       01 L-SOLDE        PIC 9(5)V99.
       01 L-CREDIT       PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-COMPTEID     PIC 9(5).
       01 L-SUCCESS      PIC X(3).
       01 L-DATE         PIC X(10).

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
