       FILE SECTION.
       FD CHQDEMANDES.
       01 CHQDEMANDES-RECORD.
           05 CHD-COMPTEID       PIC 9(5).
           05 CHD-IDCLIENT       PIC 9(5).
           05 CHD-DATE-DEMANDE   PIC X(10).
           05 CHD-STATUT         PIC X(14).

       FD CHQDEMTMP.
       01 CHQDEMTMP-RECORD      PIC X(34).

       FD CHEQUIERS.
       01 CHEQUIERS-RECORD.
           05 CHQ-COMPTEID       PIC 9(5).
           05 CHQ-NUM-DEBUT      PIC 9(7).
           05 CHQ-NUM-FIN        PIC 9(7).
           05 CHQ-DATE-EMISSION  PIC X(10).
           05 CHQ-STATUT         PIC X(10).

       FD CHEQUIERSTMP.
       01 CHEQUIERSTMP-RECORD   PIC X(39).

       FD INTERDITS.
       01 INTERDITS-RECORD.
           05 INT-COMPTEID       PIC 9(5).
           05 INT-DATE           PIC X(10).

       FD CHQPROD.
       01 CHQPROD-RECORD.
           05 CHP-COMPTEID       PIC 9(5).
           05 CHP-NUM-DEBUT      PIC 9(7).
           05 CHP-NUM-FIN        PIC 9(7).
           05 CHP-DATE-ORDRE     PIC X(10).

       FD CHQLIVR.
       01 CHQLIVR-RECORD.
           05 CHL-COMPTEID       PIC 9(5).
           05 CHL-NUM-DEBUT      PIC 9(7).
           05 CHL-NUM-FIN        PIC 9(7).

       FD CHQLIVROK.
       01 CHQLIVROK-RECORD.
           05 CLK-COMPTEID       PIC 9(5).
           05 CLK-NUM-DEBUT      PIC 9(7).
           05 CLK-NUM-FIN        PIC 9(7).

