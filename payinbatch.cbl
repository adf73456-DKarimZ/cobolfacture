       FILE SECTION.
       FD PAYIN.
       01 PAYIN-RECORD.
           05 PI-COMPTEID        PIC 9(5).
           05 PI-IBAN            PIC X(34).
           05 PI-MONTANT         PIC 9(5)V99.
           05 PI-DEVISE          PIC X(3).
       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD SUSPENS.
       01 SUSPENS-RECORD.
           05 SUS-REFERENCE      PIC X(16).
           05 SUS-COMPTEID       PIC 9(5).
           05 SUS-MONTANT        PIC 9(5)V99.
           05 SUS-DATE-RECU      PIC X(10).
           05 SUS-MOTIF          PIC X(25).

       FD GELADMIN.
       01 GELADMIN-RECORD.
           05 GA-COMPTEID        PIC 9(5).
           05 GA-DATE-POSE       PIC X(10).
           05 GA-MOTIF           PIC X(30).
           05 GA-STATUT          PIC X(10).

       FD GELCASES.
       01 GELCASES-RECORD.
           05 GC-COMPTEID        PIC 9(5).
           05 GC-NOM             PIC X(30).
           05 GC-IBAN            PIC X(34).
           05 GC-MONTANT         PIC 9(5)V99.
      *> compte credite, meme idiome que comptetitulaires.cbl
       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 50 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TITULAIRES-COUNT     PIC 9(3) VALUE 0.
       01 WS-TIT-IDX              PIC 9(3).
       01 WS-CUR-CLIENTID         PIC 9(5).

      *> compte d'attente des credits sans correspondance, voir le
      *> traitement des suspens dans activity2banq
       01 WS-SUSPENS-COMPTEID     PIC 9(5) VALUE 999.

       01 WS-CF-EXISTS            PIC X(3).
       01 WS-CF-DEVISE            PIC X(3).
       01 L-LIBELLE      PIC X(12).
       01 L-DATE         PIC X(10).
       01 L-SUCCESS      PIC X(3).
       01 L-COMPTEID     PIC 9(5).

       01 TODAYS-DATE             PIC 9(8).
       01 WS-TODAY-ISO            PIC X(10).
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

       01 WS-RPT-DETAIL.
           05 FILLER              PIC X(5) VALUE 'REF: '.
           05 RPT-REFERENCE       PIC X(16).
           05 FILLER              PIC X(9) VALUE '  CPTE: '.
           05 RPT-COMPTEID        PIC ZZZZ9.
           05 FILLER              PIC X(11) VALUE '  MONTANT: '.
           05 RPT-MONTANT         PIC ZZZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
