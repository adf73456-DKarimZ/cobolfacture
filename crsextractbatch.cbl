       FILE SECTION.
       FD CLIENTROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-IDCLIENT         PIC 9(5).
           05 FILLER                  PIC X.
           05 ROSTER-NOM              PIC X(50).
           05 FILLER                  PIC X.
       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

       FD OPJOURNAL.
      *> residence et du numero fiscal de CLIPEND.DAT
       01 WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 200 TIMES.
              10 WS-DEC-IDCLIENT     PIC 9(5).
              10 WS-DEC-NOM          PIC X(50).
              10 WS-DEC-PAYS         PIC X(20).
              10 WS-DEC-NUM-FISCAL   PIC X(20).

       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 200 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TITULAIRES-COUNT    PIC 9(3) VALUE 0.
       01 WS-TIT-IDX             PIC 9(3).

       01 WS-TODAY-ISO           PIC X(10).

       01 WS-CRS-DETAIL.
           05 CRS-IDCLIENT       PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 CRS-NOM            PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
