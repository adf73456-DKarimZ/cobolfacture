      *>     vient du mandat MANDATS.DAT).
      *> Chaque avis part en double : une page prete a imprimer dans
      *> PRENOTIF.RPT et un message dans la boite du client via
      *> msgnotif. L'avis et le message sont rediges dans la langue
      *> du client (module textelang, gabarits PRENOTIF de
      *> TEXTES.DAT), en francais a defaut. La page d'un client dont
      *> l'adresse courante est marquee NPAI (courrier revenu) ne
      *> part pas a l'impression : elle est gardee au courrier
      *> retenu par npaicourrier, le message de la boite part
      *> quand meme.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD PRETS.
       01 PRETS-RECORD.
           05 PR-PRETID          PIC 9(5).
           05 PR-IDCLIENT        PIC 9(5).
           05 PR-COMPTEID        PIC 9(5).
           05 PR-CAPITAL         PIC 9(7)V99.
           05 PR-TAUX-ANNUEL     PIC 9(2)V99.
           05 PR-DUREE-MOIS      PIC 9(3).
       01 MANDATS-RECORD.
           05 MD-REFERENCE       PIC X(16).
           05 MD-CREANCIER-ID    PIC X(8).
           05 MD-IDCLIENT        PIC 9(5).
           05 MD-COMPTEID        PIC 9(5).
           05 MD-DATE-SIGNATURE  PIC X(10).
           05 MD-STATUT          PIC X(10).

       01 WS-PRETS-TABLE.
           05 WS-PR-ENTRY OCCURS 100 TIMES.
              10 WS-PR-PRETID        PIC 9(5).
              10 WS-PR-IDCLIENT      PIC 9(5).
              10 WS-PR-COMPTEID      PIC 9(5).
              10 WS-PR-STATUT        PIC X(10).
       01 WS-PRETS-COUNT        PIC 9(3) VALUE 0.
       01 WS-PR-IDX             PIC 9(3).
       01 WS-CUR-CLIENTID       PIC 9(5).
       01 WS-CUR-COMPTEID       PIC 9(5).
       01 WS-CUR-STATUT         PIC X(10).

       01 WS-MANDATS-TABLE.
           05 WS-MD-ENTRY OCCURS 100 TIMES.
              10 WS-MD-REFERENCE     PIC X(16).
              10 WS-MD-CREANCIER     PIC X(8).
              10 WS-MD-IDCLIENT      PIC 9(5).
              10 WS-MD-COMPTEID      PIC 9(5).
              10 WS-MD-STATUT        PIC X(10).
       01 WS-MANDATS-COUNT      PIC 9(3) VALUE 0.
       01 WS-MD-IDX             PIC 9(3).

       01 WS-MONTANT-TOTAL      PIC 9(7)V99.

       01 WS-NOTIF-CLIENTID     PIC 9(5).
       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).

           05 AVT-DATE           PIC X(10).
       01 WS-AVIS-DETAIL.
           05 FILLER             PIC X(8) VALUE 'CLIENT: '.
           05 AVD-CLIENTID       PIC ZZZZ9.
           05 FILLER             PIC X(9) VALUE '  CPTE: '.
           05 AVD-COMPTEID       PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE '  MONTANT: '.
           05 AVD-MONTANT        PIC ZZZZZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 AVD-OBJET          PIC X(35).

      *> textes de l'avis dans la langue du client, voir textelang
       01 WS-TL-DOCUMENT        PIC X(8) VALUE 'PRENOTIF'.
       01 WS-TL-CODE            PIC X(8).
       01 WS-TL-VAL1            PIC X(20).
       01 WS-TL-VAL2            PIC X(20).
       01 WS-TL-VAL3            PIC X(20).
       01 WS-TL-VAL4            PIC X(20) VALUE SPACES.
       01 WS-TL-LANGUE          PIC X(2).
       01 WS-TL-TEXTE           PIC X(100).
       01 WS-AVIS-OBJET         PIC X(100).

      *> adresse revenue NPAI : page de l'avis retenue
       01 WS-NPA-ACTION         PIC X(1).
       01 WS-NPA-DOCUMENT       PIC X(8) VALUE 'PRENOTIF'.
       01 WS-NPA-REFERENCE      PIC X(40).
       01 WS-NPA-LIGNE          PIC X(100).
       01 WS-CLIENT-NPAI        PIC X(3).
       01 WS-AVIS-RETENUS       PIC 9(5) VALUE 0.

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)

           MOVE SPACES TO PRENOTIF-RPT-LINE.
           STRING "AVIS EMIS: " WS-AVIS-COUNT
              "  DONT RETENUS (ADRESSE NPAI): " WS-AVIS-RETENUS
              DELIMITED BY SIZE INTO PRENOTIF-RPT-LINE.
           WRITE PRENOTIF-RPT-LINE.
           CLOSE PRENOTIF-RPT.
              MOVE PR-PRETID TO WS-PR-PRETID(WS-PRETS-COUNT)
              MOVE PR-IDCLIENT TO WS-PR-IDCLIENT(WS-PRETS-COUNT)
              MOVE PR-COMPTEID TO WS-PR-COMPTEID(WS-PRETS-COUNT)
              MOVE PR-STATUT TO WS-PR-STATUT(WS-PRETS-COUNT)
              READ PRETS
                 AT END MOVE 'OUI' TO WS-EOF-PRETS
              END-READ
       0350-AVISER-UNE-ECHEANCE.
           MOVE ZEROES TO WS-CUR-CLIENTID.
           MOVE ZEROES TO WS-CUR-COMPTEID.
           MOVE SPACES TO WS-CUR-STATUT.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PRETS-COUNT
              IF WS-PR-PRETID(WS-PR-IDX) = PP-PRETID
                 MOVE WS-PR-IDCLIENT(WS-PR-IDX) TO WS-CUR-CLIENTID
                 MOVE WS-PR-COMPTEID(WS-PR-IDX) TO WS-CUR-COMPTEID
                 MOVE WS-PR-STATUT(WS-PR-IDX) TO WS-CUR-STATUT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CUR-CLIENTID = ZEROES
              EXIT PARAGRAPH
           END-IF.
      *>    pret solde par remboursement anticipe : plus aucun avis
           IF WS-CUR-STATUT = 'SOLDE'
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MONTANT-TOTAL =
              PP-PART-CAPITAL + PP-PART-INTERETS.

           ADD 1 TO WS-AVIS-COUNT.
           MOVE WS-CUR-CLIENTID TO WS-NOTIF-CLIENTID.
           MOVE WS-CUR-CLIENTID TO AVD-CLIENTID.
           MOVE WS-CUR-COMPTEID TO AVD-COMPTEID.
           MOVE WS-MONTANT-TOTAL TO AVD-MONTANT.
           MOVE SPACES TO WS-TL-TEXTE.
           STRING 'ECHEANCE PRET ' PP-PRETID
              ' NO ' PP-NUM-ECHEANCE
              DELIMITED BY SIZE INTO WS-TL-TEXTE.
           MOVE 'OBJPRET' TO WS-TL-CODE.
           MOVE PP-PRETID TO WS-TL-VAL1.
           MOVE PP-NUM-ECHEANCE TO WS-TL-VAL2.
           MOVE SPACES TO WS-TL-VAL3.
           PERFORM 0500-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-AVIS-OBJET.
           PERFORM 0550-ECRIRE-AVIS.

           MOVE 'AVIS DE PRELEVEMENT PRET' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-TL-TEXTE.
           STRING 'Echeance de pret de '
              WS-MONTANT-TOTAL ' EUR prelevee le '
              WS-CIBLE-ISO
              DELIMITED BY SIZE INTO WS-TL-TEXTE.
           MOVE 'CORPSPRT' TO WS-TL-CODE.
           MOVE AVD-MONTANT TO WS-TL-VAL1.
           MOVE WS-CIBLE-ISO TO WS-TL-VAL2.
           MOVE SPACES TO WS-TL-VAL3.
           PERFORM 0500-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-NOTIF-CLIENTID,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

           END-IF.

           ADD 1 TO WS-AVIS-COUNT.
           MOVE WS-MD-IDCLIENT(WS-MD-FOUND) TO WS-NOTIF-CLIENTID.
           MOVE WS-MD-IDCLIENT(WS-MD-FOUND) TO AVD-CLIENTID.
           MOVE WS-MD-COMPTEID(WS-MD-FOUND) TO AVD-COMPTEID.
           MOVE REM-MONTANT TO AVD-MONTANT.
           MOVE SPACES TO WS-TL-TEXTE.
           STRING 'PRELEVEMENT '
              FUNCTION TRIM(WS-MD-CREANCIER(WS-MD-FOUND))
              ' MANDAT ' FUNCTION TRIM(REM-MANDAT-REF)
              DELIMITED BY SIZE INTO WS-TL-TEXTE.
           MOVE 'OBJPREL' TO WS-TL-CODE.
           MOVE WS-MD-CREANCIER(WS-MD-FOUND) TO WS-TL-VAL1.
           MOVE REM-MANDAT-REF TO WS-TL-VAL2.
           MOVE SPACES TO WS-TL-VAL3.
           PERFORM 0500-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-AVIS-OBJET.
           PERFORM 0550-ECRIRE-AVIS.

           MOVE 'AVIS DE PRELEVEMENT' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-TL-TEXTE.
           STRING 'Prelevement de ' REM-MONTANT ' EUR par '
              FUNCTION TRIM(WS-MD-CREANCIER(WS-MD-FOUND))
              ' le ' WS-CIBLE-ISO
              DELIMITED BY SIZE INTO WS-TL-TEXTE.
           MOVE 'CORPSPRL' TO WS-TL-CODE.
           MOVE AVD-MONTANT TO WS-TL-VAL1.
           MOVE WS-MD-CREANCIER(WS-MD-FOUND) TO WS-TL-VAL2.
           MOVE WS-CIBLE-ISO TO WS-TL-VAL3.
           PERFORM 0500-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-NOTIF-CLIENTID,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

      *> texte de l'avis dans la langue du client de l'avis en cours
      *> (WS-NOTIF-CLIENTID) ; sans gabarit, le texte francais
      *> prepare par l'appelant reste en place
       0500-TRADUIRE.
           CALL 'textelang' USING WS-NOTIF-CLIENTID, WS-TL-DOCUMENT,
              WS-TL-CODE, WS-TL-VAL1, WS-TL-VAL2, WS-TL-VAL3,
              WS-TL-VAL4, WS-TL-LANGUE, WS-TL-TEXTE.

      *> page de l'avis : en-tete date puis ligne de detail, libelles
      *> dans la langue du client (gabarits TITRE et DETAIL)
       0550-ECRIRE-AVIS.
           MOVE 'T' TO WS-NPA-ACTION.
           CALL 'npaicourrier' USING WS-NPA-ACTION, WS-NOTIF-CLIENTID,
              WS-NPA-DOCUMENT, WS-NPA-REFERENCE, WS-NPA-LIGNE,
              WS-CLIENT-NPAI.
           IF WS-CLIENT-NPAI = 'OUI'
              ADD 1 TO WS-AVIS-RETENUS
           END-IF.

           MOVE SPACES TO WS-TL-TEXTE.
           MOVE WS-CIBLE-ISO TO AVT-DATE.
           MOVE WS-AVIS-TITRE TO WS-TL-TEXTE.
           MOVE 'TITRE' TO WS-TL-CODE.
           MOVE WS-CIBLE-ISO TO WS-TL-VAL1.
           MOVE SPACES TO WS-TL-VAL2.
           MOVE SPACES TO WS-TL-VAL3.
           PERFORM 0500-TRADUIRE.
           MOVE WS-TL-TEXTE TO PRENOTIF-RPT-LINE.
           PERFORM 0560-IMPRIMER-OU-RETENIR.

           MOVE WS-AVIS-OBJET TO AVD-OBJET.
           MOVE WS-AVIS-DETAIL TO WS-TL-TEXTE.
           MOVE 'DETAIL' TO WS-TL-CODE.
           MOVE AVD-CLIENTID TO WS-TL-VAL1.
           MOVE AVD-COMPTEID TO WS-TL-VAL2.
           MOVE AVD-MONTANT TO WS-TL-VAL3.
           PERFORM 0500-TRADUIRE.
      *>    gabarit trouve : l'objet suit les libelles traduits
           IF WS-TL-TEXTE NOT = WS-AVIS-DETAIL
              MOVE SPACES TO PRENOTIF-RPT-LINE
              STRING FUNCTION TRIM(WS-TL-TEXTE) "  "
                 WS-AVIS-OBJET
                 DELIMITED BY SIZE INTO PRENOTIF-RPT-LINE
           ELSE
              MOVE WS-AVIS-DETAIL TO PRENOTIF-RPT-LINE
           END-IF.
           PERFORM 0560-IMPRIMER-OU-RETENIR.

      *> ligne de l'avis a l'impression, ou au courrier retenu pour
      *> une adresse NPAI
       0560-IMPRIMER-OU-RETENIR.
           IF WS-CLIENT-NPAI NOT = 'OUI'
              WRITE PRENOTIF-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WS-NPA-ACTION.
           MOVE SPACES TO WS-NPA-REFERENCE.
           STRING 'PRENOTIF.RPT ' WS-CIBLE-ISO
              DELIMITED BY SIZE INTO WS-NPA-REFERENCE.
           MOVE PRENOTIF-RPT-LINE TO WS-NPA-LIGNE.
           CALL 'npaicourrier' USING WS-NPA-ACTION, WS-NOTIF-CLIENTID,
              WS-NPA-DOCUMENT, WS-NPA-REFERENCE, WS-NPA-LIGNE,
              WS-CLIENT-NPAI.

       END PROGRAM prenotifbatch.
