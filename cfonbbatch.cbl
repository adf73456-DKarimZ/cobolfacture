       FILE SECTION.
       FD CFONBSOUSCR.
       01 CFONBSOUSCR-RECORD.
           05 CFS-IDCLIENT       PIC 9(5).
           05 CFS-ACTIF          PIC X(3).

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

       FD VALDATES.
       01 VALDATES-RECORD.
           05 VD-COMPTEID        PIC 9(5).
           05 VD-TYPEOP          PIC X(25).
           05 VD-MONTANT         PIC 9(5)V99.
           05 VD-DATE-COMPTABLE  PIC X(10).

       FD CFONBLOG.
       01 CFONBLOG-RECORD.
           05 CFL-IDCLIENT       PIC 9(5).
           05 CFL-COMPTEID       PIC 9(5).
           05 CFL-DATE           PIC X(10).
           05 CFL-FICHIER        PIC X(40).
           05 CFL-STATUT         PIC X(10).
       01 WS-JOURNEE-NUM        PIC X(8).

      *> soldes et cumuls du compte en cours
       01 WS-SOLDE-OUVERTURE    PIC S9(9)V99.
       01 WS-SOLDE-CLOTURE      PIC S9(9)V99.
       01 WS-DATE-OUVERTURE     PIC X(10).
       01 WS-NB-MOUVEMENTS      PIC 9(5).
       01 WS-TOTAL-DEBITS       PIC 9(9)V99.
       01 WS-TOTAL-CREDITS      PIC 9(9)V99.
       01 WS-SOLDE-ABS          PIC 9(9)V99.

       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).
      *> gabarits des enregistrements du releve
       01 WS-CFONB-01.
           05 FILLER             PIC X(2) VALUE '01'.
           05 R01-COMPTEID       PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 R01-DATE           PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 R01-SENS           PIC X.
           05 R01-SOLDE          PIC 9(9).99.
           05 FILLER             PIC X(13) VALUE ' ANCIEN SOLDE'.

       01 WS-CFONB-04.
           05 FILLER             PIC X(2) VALUE '04'.
           05 R04-COMPTEID       PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 R04-DATE           PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 R04-SENS           PIC X.
           05 R04-MONTANT        PIC 9(9).99.
           05 FILLER             PIC X VALUE SPACE.
           05 R04-DATE-VALEUR    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.

       01 WS-CFONB-07.
           05 FILLER             PIC X(2) VALUE '07'.
           05 R07-COMPTEID       PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 R07-DATE           PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 R07-SENS           PIC X.
           05 R07-SOLDE          PIC 9(9).99.
           05 FILLER             PIC X(14) VALUE ' NOUVEAU SOLDE'.

       01 WS-CFONB-09.
