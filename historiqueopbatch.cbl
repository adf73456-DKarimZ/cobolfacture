       FILE SECTION.
       FD HISTOPARM.
       01 HISTOPARM-RECORD.
           05 HISTOP-COMPTEID     PIC 9(5).
           05 HISTOP-DATEDEBUT    PIC X(10).
           05 HISTOP-DATEFIN      PIC X(10).

       FD OPSARCH.
       01 OPSARCH-RECORD.
           05 OA-IDOPERATION     PIC 9(3).
           05 OA-COMPTEID        PIC 9(5).
           05 OA-IDCLIENT        PIC 9(5).
           05 OA-MONTANT         PIC 9(8)V99.
           05 OA-DATE-OP         PIC X(10).
           05 OA-LIBELLE         PIC X(50).

      *> valeurs par defaut si HISTOPARM.DAT est absent ou vide :
      *> aucun filtre, toutes les operations sont reprises.
       01  WS-FILTER-COMPTEID     PIC 9(5)  VALUE ZEROES.
       01  WS-FILTER-DATEDEBUT    PIC X(10) VALUE SPACES.
       01  WS-FILTER-DATEFIN      PIC X(10) VALUE SPACES.

       01  WS-PSWD    pic X(20) value "hiroshima".

       01  WS-CURRENT-IDOPERATION  PIC 9(3).
       01  WS-CURRENT-IDCLIENT     PIC 9(5).

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88 WS-NO-MORE-OPS         VALUE "Y".
      *>  roster read back from modactivity2's CLIENTROSTER.DAT export,
      *>  one row per client (see SEE-ALL-CLIENTS in modactivity2)
       01  WS-ROSTER-REDEF REDEFINES ROSTER-LINE.
           05 WS-ROSTER-IDCLIENT   PIC 9(5).
           05 FILLER               PIC X(197).

       01  WS-EOF-ROSTER-SWITCH    PIC X VALUE "N".
       01  WS-DETAIL-LINE.
           05 DET-IDOPERATION      PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 DET-COMPTEID         PIC 9(5).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 DET-DATE-OP          PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
