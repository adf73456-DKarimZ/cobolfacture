       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD TAUXCHANGE.
       FD DEPATERME.
       01 DEPATERME-RECORD.
           05 DT-DEPOTID         PIC 9(10).
           05 DT-COMPTEID        PIC 9(5).
           05 DT-IDCLIENT        PIC 9(5).
           05 DT-MONTANT         PIC S9(9)V99.
           05 DT-TAUX            PIC 9(2)V99.
           05 DT-DATE-OUVERTURE  PIC X(10).
           05 DT-DATE-ECHEANCE   PIC X(10).

       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 200 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TITULAIRES-COUNT   PIC 9(3) VALUE 0.
       01 WS-TIT-IDX            PIC 9(3).
       01 WS-NB-TITULAIRES      PIC 9(3).
      *> total couvert cumule par client
       01 WS-CLI-TABLE.
           05 WS-CLI-ENTRY OCCURS 200 TIMES.
              10 WS-CLI-IDCLIENT     PIC 9(5).
              10 WS-CLI-TOTAL        PIC S9(9)V99.
       01 WS-CLI-COUNT          PIC 9(3) VALUE 0.
       01 WS-CLI-IDX            PIC 9(3).
       01 WS-CLI-FOUND          PIC 9(5).

      *> dernier taux devise -> EUR par devise rencontre
       01 WS-TX-TABLE.

       01 WS-DETAIL-LIGNE.
           05 FILLER             PIC X(2) VALUE '02'.
           05 DET-IDCLIENT       PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 DET-COUVERT        PIC 9(9).99.

