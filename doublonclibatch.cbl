       FILE SECTION.
       FD ROSTER-A.
       01 ROSTER-A-RECORD.
           05 RA-IDCLIENT             PIC 9(5).
           05 FILLER                  PIC X.
           05 RA-NOM                  PIC X(50).
           05 FILLER                  PIC X.

       FD ROSTER-B.
       01 ROSTER-B-RECORD.
           05 RB-IDCLIENT             PIC 9(5).
           05 FILLER                  PIC X.
           05 RB-NOM                  PIC X(50).
           05 FILLER                  PIC X.

       FD ADRESSES.
       01 ADRESSES-RECORD.
           05 ADR-IDCLIENT             PIC 9(5).
           05 ADR-LIGNE1               PIC X(30).
           05 ADR-CODEPOSTAL           PIC X(5).
           05 ADR-VILLE                PIC X(20).

       FD DOUBLONCLI.
       01 DOUBLONCLI-RECORD.
           05 DC-ID1                  PIC 9(5).
           05 DC-ID2                  PIC 9(5).
           05 DC-SCORE                PIC 9(3).
           05 DC-DATE                 PIC X(10).
           05 DC-STATUT               PIC X(10).

       FD CLITOMB.
       01 CLITOMB-RECORD.
           05 CT-ID-PERDANT      PIC 9(5).
           05 CT-ID-SURVIVANT    PIC 9(5).
           05 CT-DATE            PIC X(10).
           05 CT-OPERATEUR       PIC X(8).

       01 WS-PAIRES-VUES        PIC 9(9) VALUE 0.
       01 WS-DEJA-CONNU         PIC X(3).
       01 WS-TOMBALE            PIC X(3).
       01 WS-ID-CHERCHE         PIC 9(5).

      *> zones de comparaison normalisees (majuscules, sans blancs
      *> de queue) et longueurs utiles
