      *> sans provision : cheque rejete, frais d'incident REJET
      *> CHEQUE BANQUE factures via commisionfrais, et le compte est
      *> frappe d'interdiction de chequier dans INTERDITS.DAT (ce qui
      *> bloque toute nouvelle demande de chequier a l'ecran) ; le
      *> cheque est inscrit au registre des incidents
      *> CHQINCIDENTS.DAT (voir CHQINCID.cpy) que fccbatch declare a
      *> la Banque de France et suit jusqu'a la regularisation. Tout
      *> part dans le rapport CHEQUE.RPT ; la remise est retronquee
      *> une fois traitee.

           SELECT CHQOPPTRACE ASSIGN TO "CHQOPPTRACE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> registre des incidents de paiement (voir CHQINCID.cpy)
           SELECT CHQINCIDENTS ASSIGN TO "CHQINCIDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHQINCIDENTS-STATUS.

           SELECT CHEQUE-RPT ASSIGN TO "CHEQUE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD CHQREMISE.
       01 CHQREMISE-RECORD.
           05 CRM-NUMERO         PIC 9(7).
           05 CRM-COMPTEID       PIC 9(5).
           05 CRM-MONTANT        PIC 9(5)V99.
           05 CRM-DATE           PIC X(10).

       FD CHEQUIERS.
       01 CHEQUIERS-RECORD.
           05 CHQ-COMPTEID       PIC 9(5).
           05 CHQ-NUM-DEBUT      PIC 9(7).
           05 CHQ-NUM-FIN        PIC 9(7).
           05 CHQ-DATE-EMISSION  PIC X(10).

       FD INTERDITS.
       01 INTERDITS-RECORD.
           05 INT-COMPTEID       PIC 9(5).
           05 INT-DATE           PIC X(10).

       FD CHQOPPOS.
       01 CHQOPPOS-RECORD.
           05 CHO-COMPTEID       PIC 9(5).
           05 CHO-NUM-DEBUT      PIC 9(7).
           05 CHO-NUM-FIN        PIC 9(7).
           05 CHO-IDCLIENT       PIC 9(5).
           05 CHO-DATE-POSE      PIC X(10).
           05 CHO-MOTIF          PIC X(25).
           05 CHO-STATUT         PIC X(10).
       FD CHQOPPTRACE.
       01 CHQOPPTRACE-RECORD.
           05 CHT-NUMERO         PIC 9(7).
           05 CHT-COMPTEID       PIC 9(5).
           05 CHT-MONTANT        PIC 9(5)V99.
           05 CHT-DATE-PRESENT   PIC X(10).
           05 CHT-DATE-POSE      PIC X(10).
           05 CHT-MOTIF          PIC X(25).

       FD CHQINCIDENTS.
           COPY "CHQINCID.cpy".

       FD CHEQUE-RPT.
       01 CHEQUE-RPT-LINE        PIC X(100).

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD GENERESQL.
       WORKING-STORAGE SECTION.
       01 WS-TITULAIRES-IXST       PIC X(2).
       01 WS-CHQPAYES-STATUS    PIC X(2).
       01 WS-CHQINCIDENTS-STATUS PIC X(2).
       01 WS-EOF-CHQREMISE      PIC X(3) VALUE 'NON'.
       01 WS-EOF-CHEQUIERS      PIC X(3) VALUE 'NON'.
       01 WS-EOF-CHQPAYES       PIC X(3) VALUE 'NON'.

       01 WS-CHQ-TABLE.
           05 WS-CHQ-ENTRY OCCURS 100 TIMES.
              10 WS-CHQ-COMPTEID     PIC 9(5).
              10 WS-CHQ-NUM-DEBUT    PIC 9(7).
              10 WS-CHQ-NUM-FIN      PIC 9(7).
              10 WS-CHQ-STATUT       PIC X(10).

       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 50 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TITULAIRES-COUNT   PIC 9(3) VALUE 0.
       01 WS-TIT-IDX            PIC 9(3).
       01 WS-CUR-CLIENTID       PIC 9(5).

       01 WS-CHEQUE-VALIDE      PIC X(3).
       01 WS-MOTIF              PIC X(25).
       01 WS-EOF-CHQOPPOS       PIC X(3) VALUE 'NON'.
       01 WS-OPP-TABLE.
           05 WS-OPP-ENTRY OCCURS 100 TIMES.
              10 WS-OPP-COMPTEID     PIC 9(5).
              10 WS-OPP-NUM-DEBUT    PIC 9(7).
              10 WS-OPP-NUM-FIN      PIC 9(7).
              10 WS-OPP-DATE-POSE    PIC X(10).
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

       01 WS-RPT-DETAIL.
           05 FILLER             PIC X(8) VALUE 'CHEQUE '.
           05 RPT-NUMERO         PIC 9(7).
           05 FILLER             PIC X(8) VALUE '  CPTE: '.
           05 RPT-COMPTEID       PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE '  MONTANT: '.
           05 RPT-MONTANT        PIC ZZZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           WRITE INTERDITS-RECORD.
           CLOSE INTERDITS.

           INITIALIZE CHQINCIDENTS-RECORD.
           MOVE CRM-NUMERO TO CIN-NUMERO.
           MOVE CRM-COMPTEID TO CIN-COMPTEID.
           MOVE WS-CUR-CLIENTID TO CIN-IDCLIENT.
           MOVE CRM-MONTANT TO CIN-MONTANT.
           MOVE WS-TODAY-ISO TO CIN-DATE-INCIDENT.
           MOVE 'OUVERT' TO CIN-STATUT.
           OPEN EXTEND CHQINCIDENTS.
           IF WS-CHQINCIDENTS-STATUS = "35"
              CLOSE CHQINCIDENTS
              OPEN OUTPUT CHQINCIDENTS
           END-IF.
           WRITE CHQINCIDENTS-RECORD.
           CLOSE CHQINCIDENTS.

       0380-TRACER-OPPOSITION.
           MOVE CRM-NUMERO TO CHT-NUMERO.
           MOVE CRM-COMPTEID TO CHT-COMPTEID.
