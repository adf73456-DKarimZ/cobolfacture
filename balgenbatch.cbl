       IDENTIFICATION DIVISION.
       PROGRAM-ID. balgenbatch.
       AUTHOR. D.KISAMA.

      *> Balance generale : relit le grand livre des soldes
      *> GLSOLDES.DAT (tenu par glpostbatch) et ecrit dans
      *> BALGEN.RPT, pour la periode AAAA-MM lue dans BALGENPARM.DAT
      *> (periode de la date de traitement par defaut), une ligne
      *> par compte general : solde d'ouverture, mouvements debit et
      *> credit de la periode, solde de cloture. Un compte sans
      *> mouvement dans la periode figure a son dernier solde connu.
      *> Le pied de balance prouve l'egalite du total des debits et
      *> du total des credits ; une balance desequilibree sort en
      *> code retour 8. Le compte d'attente 471000 est signale des
      *> que son solde de cloture n'est pas nul.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GLSOLDES ASSIGN TO "GLSOLDES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLSOLDES-STATUS.

           SELECT PERIODES ASSIGN TO "PERIODES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PERIODES-STATUS.

           SELECT BALGENPARM ASSIGN TO "BALGENPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BALGENPARM-STATUS.

           SELECT BALGEN-RPT ASSIGN TO "BALGEN.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GLSOLDES.
           COPY "GLSOLDES.cpy".

       FD PERIODES.
       01 PERIODES-RECORD.
           05 PD-PERIODE         PIC X(7).
           05 PD-STATUT          PIC X(10).

       FD BALGENPARM.
       01 BALGENPARM-RECORD.
           05 BGP-PERIODE        PIC X(7).

       FD BALGEN-RPT.
       01 BALGEN-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-GLSOLDES-STATUS    PIC X(2).
       01 WS-PERIODES-STATUS    PIC X(2).
       01 WS-BALGENPARM-STATUS  PIC X(2).
       01 WS-EOF                PIC X(3).

       01 WS-PERIODE            PIC X(7).
       01 WS-PERIODE-STATUT     PIC X(10) VALUE 'OUVERTE'.
       01 WS-TODAY-YYYYMMDD     PIC 9(8).

      *> compte d'attente de glextractbatch (TYPE hors table)
       01 WS-COMPTE-ATTENTE     PIC X(6) VALUE '471000'.

      *> compte en cours de balance : ligne de la periode, ou a
      *> defaut derniere ligne anterieure (sans mouvement)
       01 WS-BG-COMPTE          PIC X(6).
       01 WS-BG-PRESENT         PIC X(3).
       01 WS-BG-OUV             PIC S9(11)V99.
       01 WS-BG-DEBIT           PIC 9(11)V99.
       01 WS-BG-CREDIT          PIC 9(11)V99.
       01 WS-BG-CLOTURE         PIC S9(11)V99.

       01 WS-TOT-OUV            PIC S9(13)V99 VALUE 0.
       01 WS-TOT-DEBIT          PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CREDIT         PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CLOTURE        PIC S9(13)V99 VALUE 0.
       01 WS-COMPTES            PIC 9(5) VALUE 0.
       01 WS-LIGNES-LUES        PIC 9(7) VALUE 0.
       01 WS-ATTENTE-NON-SOLDE  PIC X(3) VALUE 'NON'.
       01 WS-EQUILIBRE          PIC X(3).

       01 WS-BG-TITRE.
           05 FILLER             PIC X(27) VALUE
              "BALANCE GENERALE - PERIODE ".
           05 BGT-PERIODE        PIC X(7).
           05 FILLER             PIC X(2) VALUE " (".
           05 BGT-STATUT         PIC X(10).
           05 FILLER             PIC X(1) VALUE ")".

       01 WS-BG-ENTETE.
           05 FILLER             PIC X(8) VALUE "COMPTE".
           05 FILLER             PIC X(17) VALUE "  SOLDE OUVERTURE".
           05 FILLER             PIC X(17) VALUE
              "            DEBIT".
           05 FILLER             PIC X(17) VALUE
              "           CREDIT".
           05 FILLER             PIC X(17) VALUE
              "   SOLDE CLOTURE".

       01 WS-BG-DETAIL.
           05 BGD-COMPTE         PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 BGD-OUV            PIC -(11)9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 BGD-DEBIT          PIC Z(11)9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 BGD-CREDIT         PIC Z(11)9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 BGD-CLOTURE        PIC -(11)9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 BGD-ALERTE         PIC X(32).

       01 WS-BG-TOTAL.
           05 FILLER             PIC X(6) VALUE "TOTAUX".
           05 BGX-OUV            PIC -(13)9.99.
           05 BGX-DEBIT          PIC Z(13)9.99.
           05 BGX-CREDIT         PIC Z(13)9.99.
           05 BGX-CLOTURE        PIC -(13)9.99.

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'balgenbatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7).
       01 WS-BR-FAILED           PIC 9(7).
       01 WS-BR-STATUT           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6)
              TO WS-BR-HEURE-DEBUT.
           PERFORM 0150-READ-PARAMETERS.
           PERFORM 0200-STATUT-PERIODE.

           OPEN OUTPUT BALGEN-RPT.
           MOVE WS-PERIODE TO BGT-PERIODE.
           MOVE WS-PERIODE-STATUT TO BGT-STATUT.
           MOVE WS-BG-TITRE TO BALGEN-RPT-LINE.
           WRITE BALGEN-RPT-LINE.
           MOVE WS-BG-ENTETE TO BALGEN-RPT-LINE.
           WRITE BALGEN-RPT-LINE.

           PERFORM 0300-LIRE-GLSOLDES.

           MOVE WS-TOT-OUV TO BGX-OUV.
           MOVE WS-TOT-DEBIT TO BGX-DEBIT.
           MOVE WS-TOT-CREDIT TO BGX-CREDIT.
           MOVE WS-TOT-CLOTURE TO BGX-CLOTURE.
           MOVE WS-BG-TOTAL TO BALGEN-RPT-LINE.
           WRITE BALGEN-RPT-LINE.

      *>    preuve de la balance : mouvements debit = mouvements
      *>    credit, et soldes d'ouverture comme de cloture nuls au
      *>    total (chaque ecriture est passee des deux cotes)
           IF WS-TOT-DEBIT = WS-TOT-CREDIT
              AND WS-TOT-OUV = ZEROES
              AND WS-TOT-CLOTURE = ZEROES
              MOVE 'OUI' TO WS-EQUILIBRE
              MOVE "BALANCE EQUILIBREE : TOTAL DEBITS = TOTAL CREDITS"
                 TO BALGEN-RPT-LINE
           ELSE
              MOVE 'NON' TO WS-EQUILIBRE
              MOVE "*** BALANCE DESEQUILIBREE ***" TO BALGEN-RPT-LINE
           END-IF.
           WRITE BALGEN-RPT-LINE.

           IF WS-ATTENTE-NON-SOLDE = 'OUI'
              MOVE SPACES TO BALGEN-RPT-LINE
              STRING "*** COMPTE D'ATTENTE " WS-COMPTE-ATTENTE
                 " NON SOLDE : ECRITURES A RECLASSER ***"
                 DELIMITED BY SIZE INTO BALGEN-RPT-LINE
              WRITE BALGEN-RPT-LINE
           END-IF.

           MOVE SPACES TO BALGEN-RPT-LINE.
           STRING "COMPTES EN BALANCE: " WS-COMPTES
              DELIMITED BY SIZE INTO BALGEN-RPT-LINE.
           WRITE BALGEN-RPT-LINE.
           CLOSE BALGEN-RPT.

           DISPLAY "Balance generale " WS-PERIODE " : "
              WS-COMPTES " comptes, equilibree : " WS-EQUILIBRE.
           MOVE 'BALGEN' TO WS-SPOOL-NOM.
           MOVE 'BALGEN.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

      *>    trace du passage au grand livre des batchs
           MOVE WS-COMPTES TO WS-BR-RECORDS.
           IF WS-EQUILIBRE = 'OUI'
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 1 TO WS-BR-FAILED
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           IF WS-EQUILIBRE = 'NON'
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       0150-READ-PARAMETERS.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, WS-TODAY-YYYYMMDD,
              WS-BD-DATE-ISO.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2)
              DELIMITED BY SIZE INTO WS-PERIODE.

           OPEN INPUT BALGENPARM.
           IF WS-BALGENPARM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ BALGENPARM
              AT END
                 CONTINUE
              NOT AT END
                 IF BGP-PERIODE NOT = SPACES
                    MOVE BGP-PERIODE TO WS-PERIODE
                 END-IF
           END-READ.
           CLOSE BALGENPARM.

      *> statut de la periode dans PERIODES.DAT (clotperiodebatch) ;
      *> une periode non declaree est ouverte
       0200-STATUT-PERIODE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PERIODES.
           IF WS-PERIODES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PERIODES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PD-PERIODE = WS-PERIODE
                 MOVE PD-STATUT TO WS-PERIODE-STATUT
              END-IF
              READ PERIODES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PERIODES.

      *> GLSOLDES.DAT est tenu dans l'ordre compte/periode : rupture
      *> sur le compte
       0300-LIRE-GLSOLDES.
           MOVE SPACES TO WS-BG-COMPTE.
           MOVE 'NON' TO WS-BG-PRESENT.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT GLSOLDES.
           IF WS-GLSOLDES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GLSOLDES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              ADD 1 TO WS-LIGNES-LUES
              IF GS-COMPTE-GL NOT = WS-BG-COMPTE
                 PERFORM 0400-ECRIRE-COMPTE
                 MOVE GS-COMPTE-GL TO WS-BG-COMPTE
                 MOVE 'NON' TO WS-BG-PRESENT
              END-IF
              PERFORM 0310-RETENIR-LIGNE
              READ GLSOLDES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           PERFORM 0400-ECRIRE-COMPTE.
           CLOSE GLSOLDES.

      *> ligne de la periode : ouverture et mouvements ; ligne
      *> anterieure : son solde de cloture, sans mouvement ; ligne
      *> posterieure : ignoree
       0310-RETENIR-LIGNE.
           IF GS-PERIODE = WS-PERIODE
              MOVE 'OUI' TO WS-BG-PRESENT
              MOVE GS-SOLDE-OUV TO WS-BG-OUV
              MOVE GS-CUM-DEBIT TO WS-BG-DEBIT
              MOVE GS-CUM-CREDIT TO WS-BG-CREDIT
           END-IF.
           IF GS-PERIODE < WS-PERIODE
              MOVE 'OUI' TO WS-BG-PRESENT
              COMPUTE WS-BG-OUV = GS-SOLDE-OUV + GS-CUM-DEBIT
                 - GS-CUM-CREDIT
              MOVE ZEROES TO WS-BG-DEBIT
              MOVE ZEROES TO WS-BG-CREDIT
           END-IF.

       0400-ECRIRE-COMPTE.
           IF WS-BG-PRESENT NOT = 'OUI'
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BG-CLOTURE = WS-BG-OUV + WS-BG-DEBIT
              - WS-BG-CREDIT.
           MOVE WS-BG-COMPTE TO BGD-COMPTE.
           MOVE WS-BG-OUV TO BGD-OUV.
           MOVE WS-BG-DEBIT TO BGD-DEBIT.
           MOVE WS-BG-CREDIT TO BGD-CREDIT.
           MOVE WS-BG-CLOTURE TO BGD-CLOTURE.
           MOVE SPACES TO BGD-ALERTE.
           IF WS-BG-COMPTE = WS-COMPTE-ATTENTE
              AND WS-BG-CLOTURE NOT = ZEROES
              MOVE "*** COMPTE D'ATTENTE NON SOLDE" TO BGD-ALERTE
              MOVE 'OUI' TO WS-ATTENTE-NON-SOLDE
           END-IF.
           MOVE WS-BG-DETAIL TO BALGEN-RPT-LINE.
           WRITE BALGEN-RPT-LINE.

           ADD 1 TO WS-COMPTES.
           ADD WS-BG-OUV TO WS-TOT-OUV.
           ADD WS-BG-DEBIT TO WS-TOT-DEBIT.
           ADD WS-BG-CREDIT TO WS-TOT-CREDIT.
           ADD WS-BG-CLOTURE TO WS-TOT-CLOTURE.

       END PROGRAM balgenbatch.
