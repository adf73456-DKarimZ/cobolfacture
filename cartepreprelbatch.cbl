       IDENTIFICATION DIVISION.
       PROGRAM-ID. cartepreprelbatch.
       AUTHOR. D.KISAMA.

      *> Releve mensuel des cartes prepayees : pour chaque carte du
      *> registre CARTEPREP.DAT, liste les mouvements du mois civil
      *> qui vient de se clore (journal CARTEPREPMVT.DAT), avec le
      *> solde d'ouverture et le solde de cloture, detaille le tout
      *> sur CARTEPREPREL.RPT et pousse le solde de cloture dans la
      *> boite du client via msgnotif.
      *> Les soldes sont reconstitues a rebours depuis PC-SOLDE (le
      *> solde courant) en retirant l'effet des mouvements dates
      *> apres la periode, puis de ceux de la periode : ils ne
      *> dependent donc pas de l'ordre du journal, ou un achat garde
      *> la place de son autorisation meme regle plus tard. Un
      *> mouvement compte a sa date d'effet (PM-DATE-EFFET) ; les
      *> autorisations non reglees et les rejets sont listes pour
      *> information sans toucher le solde.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CARTEPREP ASSIGN TO "CARTEPREP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARTEPREP-STATUS.

           SELECT CARTEPREPMVT ASSIGN TO "CARTEPREPMVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARTEPREPMVT-STATUS.

           SELECT CARTEPREPREL-RPT ASSIGN TO "CARTEPREPREL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CARTEPREP.
           COPY "CARTEPREP.cpy".

       FD CARTEPREPMVT.
           COPY "CARTEPREPMVT.cpy".

       FD CARTEPREPREL-RPT.
       01 CARTEPREPREL-RPT-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CARTEPREP-STATUS    PIC X(2).
       01 WS-CARTEPREPMVT-STATUS PIC X(2).
       01 WS-EOF-FICHIER        PIC X(3).

      *> registre charge en table, avec les cumuls de la periode
       01 WS-PC-TABLE.
           05 WS-PC-ENTRY OCCURS 500 TIMES.
              10 WS-PC-NUMCARTE      PIC X(16).
              10 WS-PC-COMPTEID      PIC 9(5).
              10 WS-PC-IDCLIENT      PIC 9(5).
              10 WS-PC-SOLDE         PIC 9(5)V99.
              10 WS-PC-RESERVE       PIC 9(5)V99.
              10 WS-PC-PLAFOND       PIC 9(5)V99.
              10 WS-PC-DATE-MAJ      PIC X(10).
              10 WS-PC-STATUT        PIC X(10).
       01 WS-PC-CUMULS.
           05 WS-PC-CUM OCCURS 500 TIMES.
              10 WS-PC-APRES         PIC S9(7)V99.
              10 WS-PC-CREDITS       PIC S9(7)V99.
              10 WS-PC-DEBITS        PIC S9(7)V99.
              10 WS-PC-NB-MVT        PIC 9(5).
       01 WS-PC-COUNT           PIC 9(3) VALUE 0.
       01 WS-PC-IDX             PIC 9(3).
       01 WS-PC-TRONQUE         PIC X(3) VALUE 'NON'.

       01 WS-SOLDE-CLOTURE      PIC S9(7)V99.
       01 WS-SOLDE-OUVERTURE    PIC S9(7)V99.
       01 WS-EFFET              PIC S9(7)V99.
       01 WS-SENS               PIC X.
       01 WS-MONTANT-AFF        PIC Z(4)9.99.
       01 WS-SOLDE-AFF          PIC -Z(6)9.99.
       01 WS-SOLDE-AFF2         PIC -Z(6)9.99.

       01 WS-PERIODE            PIC X(7).
       01 WS-ANNEE              PIC 9(4).
       01 WS-MOIS               PIC 9(2).

       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).
       01 WS-RELEVES            PIC 9(5) VALUE 0.

       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

      *> trace d'execution du batch (module batchrun)
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'cartepreprelbatch'.
       01 WS-BR-HEURE-DEBUT     PIC X(6).
       01 WS-BR-RECORDS         PIC 9(7).
       01 WS-BR-FAILED          PIC 9(7).
       01 WS-BR-STATUT          PIC X(10).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-BD-DATE-ISO.
           STRING TODAYS-DATE(1:4) '-' TODAYS-DATE(5:2) '-'
              TODAYS-DATE(7:2) DELIMITED BY SIZE INTO WS-TODAY-ISO.

      *>    periode relevee = mois civil precedent
           COMPUTE WS-ANNEE = FUNCTION NUMVAL(WS-TODAY-ISO(1:4)).
           COMPUTE WS-MOIS = FUNCTION NUMVAL(WS-TODAY-ISO(6:2)).
           SUBTRACT 1 FROM WS-MOIS.
           IF WS-MOIS = ZEROES
              MOVE 12 TO WS-MOIS
              SUBTRACT 1 FROM WS-ANNEE
           END-IF.
           STRING WS-ANNEE '-' WS-MOIS
              DELIMITED BY SIZE INTO WS-PERIODE.

           PERFORM 0200-CHARGER-REGISTRE.
           IF WS-PC-TRONQUE = 'OUI'
              DISPLAY "CARTEPREP.DAT trop grand : releve non produit"
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              GOBACK
           END-IF.

           PERFORM 0300-CUMULER.

           OPEN OUTPUT CARTEPREPREL-RPT.
           MOVE SPACES TO CARTEPREPREL-RPT-LINE.
           STRING "RELEVE DES CARTES PREPAYEES - MOIS " WS-PERIODE
              DELIMITED BY SIZE INTO CARTEPREPREL-RPT-LINE.
           WRITE CARTEPREPREL-RPT-LINE.

           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
              UNTIL WS-PC-IDX > WS-PC-COUNT
              PERFORM 0400-RELEVE-CARTE
           END-PERFORM.

           MOVE SPACES TO CARTEPREPREL-RPT-LINE.
           STRING "RELEVES PRODUITS: " WS-RELEVES
              DELIMITED BY SIZE INTO CARTEPREPREL-RPT-LINE.
           WRITE CARTEPREPREL-RPT-LINE.
           CLOSE CARTEPREPREL-RPT.

           MOVE 'CARTEPREPREL' TO WS-SPOOL-NOM.
           MOVE 'CARTEPREPREL.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-RELEVES TO WS-BR-RECORDS.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-CHARGER-REGISTRE.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT CARTEPREP.
           IF WS-CARTEPREP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CARTEPREP
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF WS-PC-COUNT < 500
                 ADD 1 TO WS-PC-COUNT
                 MOVE CARTEPREP-RECORD TO WS-PC-ENTRY(WS-PC-COUNT)
                 MOVE ZEROES TO WS-PC-APRES(WS-PC-COUNT)
                 MOVE ZEROES TO WS-PC-CREDITS(WS-PC-COUNT)
                 MOVE ZEROES TO WS-PC-DEBITS(WS-PC-COUNT)
                 MOVE ZEROES TO WS-PC-NB-MVT(WS-PC-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-PC-TRONQUE
              END-IF
              READ CARTEPREP
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE CARTEPREP.

      *> un passage sur le journal : effet des mouvements de la
      *> periode et des mouvements posterieurs, par carte
       0300-CUMULER.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT CARTEPREPMVT.
           IF WS-CARTEPREPMVT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CARTEPREPMVT
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              PERFORM 0310-CUMULER-MVT
              READ CARTEPREPMVT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE CARTEPREPMVT.

       0310-CUMULER-MVT.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
              UNTIL WS-PC-IDX > WS-PC-COUNT
              IF WS-PC-NUMCARTE(WS-PC-IDX) = PM-NUMCARTE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PC-IDX > WS-PC-COUNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0320-EFFET-MVT.
           IF PM-DATE-EFFET NOT = SPACES
              AND PM-DATE-EFFET(1:7) > WS-PERIODE
              ADD WS-EFFET TO WS-PC-APRES(WS-PC-IDX)
           END-IF.
           IF (PM-DATE-EFFET NOT = SPACES
                 AND PM-DATE-EFFET(1:7) = WS-PERIODE)
              OR (PM-DATE-EFFET = SPACES
                 AND PM-DATE(1:7) = WS-PERIODE)
              ADD 1 TO WS-PC-NB-MVT(WS-PC-IDX)
              IF WS-EFFET > ZEROES
                 ADD WS-EFFET TO WS-PC-CREDITS(WS-PC-IDX)
              ELSE
                 ADD WS-EFFET TO WS-PC-DEBITS(WS-PC-IDX)
              END-IF
           END-IF.

      *> effet signe d'un mouvement sur le solde de la carte : seuls
      *> les mouvements dates en effet le touchent
       0320-EFFET-MVT.
           MOVE ZEROES TO WS-EFFET.
           MOVE SPACE TO WS-SENS.
           IF PM-DATE-EFFET = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF PM-TYPE = 'CHARGEMENT'
              MOVE PM-MONTANT TO WS-EFFET
              MOVE '+' TO WS-SENS
           ELSE
              COMPUTE WS-EFFET = 0 - PM-MONTANT
              MOVE '-' TO WS-SENS
           END-IF.

      *> releve d'une carte : en-tete, mouvements de la periode puis
      *> solde de cloture ; une carte sans mouvement et vide n'en
      *> recoit pas
       0400-RELEVE-CARTE.
           COMPUTE WS-SOLDE-CLOTURE = WS-PC-SOLDE(WS-PC-IDX)
              - WS-PC-APRES(WS-PC-IDX).
           COMPUTE WS-SOLDE-OUVERTURE = WS-SOLDE-CLOTURE
              - WS-PC-CREDITS(WS-PC-IDX) - WS-PC-DEBITS(WS-PC-IDX).
           IF WS-PC-NB-MVT(WS-PC-IDX) = ZEROES
              AND WS-SOLDE-CLOTURE = ZEROES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RELEVES.

           MOVE SPACES TO CARTEPREPREL-RPT-LINE.
           WRITE CARTEPREPREL-RPT-LINE.
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-AFF.
           MOVE SPACES TO CARTEPREPREL-RPT-LINE.
           STRING "CARTE ****" WS-PC-NUMCARTE(WS-PC-IDX)(13:4)
              " CLIENT " WS-PC-IDCLIENT(WS-PC-IDX)
              " COMPTE " WS-PC-COMPTEID(WS-PC-IDX)
              " " WS-PC-STATUT(WS-PC-IDX)
              " OUVERTURE " WS-SOLDE-AFF
              DELIMITED BY SIZE INTO CARTEPREPREL-RPT-LINE.
           WRITE CARTEPREPREL-RPT-LINE.

           IF WS-PC-NB-MVT(WS-PC-IDX) > ZEROES
              PERFORM 0410-LISTER-MVTS
           END-IF.

           MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-AFF.
           MOVE SPACES TO CARTEPREPREL-RPT-LINE.
           STRING "   CLOTURE " WS-SOLDE-AFF
              DELIMITED BY SIZE INTO CARTEPREPREL-RPT-LINE.
           WRITE CARTEPREPREL-RPT-LINE.

           MOVE 'RELEVE CARTE PREPAYEE' TO WS-NOTIF-SUBJECT.
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-AFF2.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Carte ****' WS-PC-NUMCARTE(WS-PC-IDX)(13:4)
              ' ' WS-PERIODE ' : solde '
              FUNCTION TRIM(WS-SOLDE-AFF2) ' -> '
              FUNCTION TRIM(WS-SOLDE-AFF) ' EUR'
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-PC-IDCLIENT(WS-PC-IDX),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

      *> relecture du journal pour la carte courante, dans l'ordre
      *> d'arrivee
       0410-LISTER-MVTS.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT CARTEPREPMVT.
           IF WS-CARTEPREPMVT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CARTEPREPMVT
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF PM-NUMCARTE = WS-PC-NUMCARTE(WS-PC-IDX)
                 AND ((PM-DATE-EFFET NOT = SPACES
                       AND PM-DATE-EFFET(1:7) = WS-PERIODE)
                    OR (PM-DATE-EFFET = SPACES
                       AND PM-DATE(1:7) = WS-PERIODE))
                 PERFORM 0420-LIGNE-MVT
              END-IF
              READ CARTEPREPMVT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE CARTEPREPMVT.

       0420-LIGNE-MVT.
           PERFORM 0320-EFFET-MVT.
           MOVE PM-MONTANT TO WS-MONTANT-AFF.
           MOVE SPACES TO CARTEPREPREL-RPT-LINE.
           IF PM-DATE-EFFET NOT = SPACES
              STRING "   " PM-DATE-EFFET " " PM-TYPE " "
                 PM-LIBELLE " " WS-SENS WS-MONTANT-AFF
                 " " PM-STATUT
                 DELIMITED BY SIZE INTO CARTEPREPREL-RPT-LINE
           ELSE
              STRING "   " PM-DATE " " PM-TYPE " "
                 PM-LIBELLE " (" WS-MONTANT-AFF ") "
                 PM-STATUT
                 DELIMITED BY SIZE INTO CARTEPREPREL-RPT-LINE
           END-IF.
           WRITE CARTEPREPREL-RPT-LINE.

       END PROGRAM cartepreprelbatch.
