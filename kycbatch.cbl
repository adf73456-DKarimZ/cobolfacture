      *> La levee de la restriction est faite par l'ecran de revue
      *> KYC d'activity2banq quand le back-office enregistre la
      *> revue terminee. Tout part dans le rapport KYC.RPT.
      *> Le passage EN RETARD puis RESTREINT depose aussi une tache
      *> dans la corbeille du conseiller du client (tacheconseil).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD KYCREG.
       01 KYCREG-RECORD.
           05 KYC-IDCLIENT       PIC 9(5).
           05 KYC-CLASSE-RISQUE  PIC X(6).
           05 KYC-DOCUMENTS      PIC X(30).
           05 KYC-DATE-REVUE     PIC X(10).

       FD KYCRESTR.
       01 KYCRESTR-RECORD.
           05 KR-COMPTEID        PIC 9(5).
           05 KR-IDCLIENT        PIC 9(5).
           05 KR-DATE-POSE       PIC X(10).

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD KYC-RPT.

       01 WS-KYC-TABLE.
           05 WS-KYC-ENTRY OCCURS 200 TIMES.
              10 WS-KYC-IDCLIENT     PIC 9(5).
              10 WS-KYC-CLASSE       PIC X(6).
              10 WS-KYC-DOCUMENTS    PIC X(30).
              10 WS-KYC-DATE-REVUE   PIC X(10).

       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 50 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TITULAIRES-COUNT   PIC 9(3) VALUE 0.
       01 WS-TIT-IDX            PIC 9(3).

       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).

      *> depot de la tache dans la corbeille du conseiller du
      *> client (module tacheconseil)
       01 WS-TCH-ACTION          PIC X VALUE 'D'.
       01 WS-TCH-IDCLIENT        PIC 9(5).
       01 WS-TCH-COMPTEID        PIC 9(5) VALUE 0.
       01 WS-TCH-ORIGINE         PIC X(8).
       01 WS-TCH-LIBELLE         PIC X(60).
       01 WS-TCH-CONSEILLER      PIC X(8).

       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

       01 WS-RPT-DETAIL.
           05 FILLER             PIC X(8) VALUE 'CLIENT: '.
           05 RPT-IDCLIENT       PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE '  RISQUE: '.
           05 RPT-CLASSE         PIC X(6).
           05 FILLER             PIC X(12) VALUE '  ECHEANCE: '.
                 CALL 'msgnotif' USING
                    WS-KYC-IDCLIENT(WS-KYC-IDX),
                    WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO
                 MOVE SPACES TO WS-TCH-LIBELLE
                 STRING 'REVUE KYC EN RETARD - ECHEANCE '
                    WS-KYC-PROCHAINE(WS-KYC-IDX)
                    DELIMITED BY SIZE INTO WS-TCH-LIBELLE
                 PERFORM 0500-DEPOSER-TACHE
                 MOVE WS-RPT-DETAIL TO KYC-RPT-LINE
                 WRITE KYC-RPT-LINE

                       WS-KYC-IDCLIENT(WS-KYC-IDX),
                       WS-NOTIF-SUBJECT, WS-NOTIF-BODY,
                       WS-TODAY-ISO
                    MOVE SPACES TO WS-TCH-LIBELLE
                    STRING 'COMPTES RESTREINTS - REVUE KYC DU '
                       WS-KYC-PROCHAINE(WS-KYC-IDX)
                       DELIMITED BY SIZE INTO WS-TCH-LIBELLE
                    PERFORM 0500-DEPOSER-TACHE
                    MOVE WS-RPT-DETAIL TO KYC-RPT-LINE
                    WRITE KYC-RPT-LINE
                 END-IF
              END-IF
           END-PERFORM.

      *> la revue a faire atterrit chez le conseiller du client
       0500-DEPOSER-TACHE.
           MOVE WS-KYC-IDCLIENT(WS-KYC-IDX) TO WS-TCH-IDCLIENT.
           MOVE 'KYC' TO WS-TCH-ORIGINE.
           CALL 'tacheconseil' USING WS-TCH-ACTION, WS-TCH-IDCLIENT,
              WS-TCH-COMPTEID, WS-TCH-ORIGINE, WS-TCH-LIBELLE,
              WS-TCH-CONSEILLER.

       0800-REWRITE-KYCREG.
           OPEN OUTPUT KYCREG.
           PERFORM VARYING WS-KYC-IDX FROM 1 BY 1
