       IDENTIFICATION DIVISION.
       PROGRAM-ID. glpostbatch.
       AUTHOR. D.KISAMA.

      *> Batch de nuit de comptabilisation au grand livre : applique
      *> les ecritures en partie double de GLEXTRACT.DAT (ecrites par
      *> glextractbatch, completees par accrualbatch) au grand livre
      *> des soldes GLSOLDES.DAT -- cumul debit au compte debite,
      *> cumul credit au compte credite, sur la ligne compte/periode
      *> de la date de l'ecriture.
      *>   - une ecriture datee dans une periode CLOTUREE de
      *>     PERIODES.DAT (clotperiodebatch) part dans la periode
      *>     courante, comme les operations re-datees par opdebit/
      *>     opcredit/opprelev/entreeargent : les soldes d'une
      *>     periode arretee ne bougent plus ;
      *>   - une ligne compte/periode creee reprend en solde
      *>     d'ouverture le solde de cloture de la periode precedente
      *>     du compte, et un mouvement passe dans une periode
      *>     anterieure se reporte sur l'ouverture des suivantes ;
      *>   - GLEXTRACT.DAT sans sa ligne de fin TOTAUX (extraction
      *>     desequilibree, voir glextractbatch) est refuse en bloc ;
      *>   - chaque passage est consigne dans GLPOSTLOG.DAT a la date
      *>     de traitement : le batch relance le meme jour est sans
      *>     effet, l'extraction du jour n'est jamais comptee deux
      *>     fois.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GLEXTRACT ASSIGN TO "GLEXTRACT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLEXTRACT-STATUS.

           SELECT GLSOLDES ASSIGN TO "GLSOLDES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLSOLDES-STATUS.

           SELECT PERIODES ASSIGN TO "PERIODES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PERIODES-STATUS.

           SELECT GLPOSTLOG ASSIGN TO "GLPOSTLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLPOSTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GLEXTRACT.
       01 GLEXTRACT-RECORD.
           05 GL-COMPTE-DEBIT     PIC X(6).
           05 FILLER              PIC X.
           05 GL-COMPTE-CREDIT    PIC X(6).
           05 FILLER              PIC X.
           05 GL-MONTANT          PIC 9(9)V99.
           05 FILLER              PIC X.
           05 GL-DATE             PIC X(10).
           05 FILLER              PIC X.
           05 GL-TYPEOP           PIC X(25).

       FD GLSOLDES.
           COPY "GLSOLDES.cpy".

       FD PERIODES.
       01 PERIODES-RECORD.
           05 PD-PERIODE         PIC X(7).
           05 PD-STATUT          PIC X(10).

       FD GLPOSTLOG.
       01 GLPOSTLOG-RECORD.
           05 GPL-DATE           PIC X(10).
           05 GPL-HEURE          PIC X(6).
           05 GPL-ECRITURES      PIC 9(7).
           05 GPL-TOTAL-DEBIT    PIC 9(11)V99.
           05 GPL-TOTAL-CREDIT   PIC 9(11)V99.
           05 GPL-REDATEES       PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-GLEXTRACT-STATUS   PIC X(2).
       01 WS-GLSOLDES-STATUS    PIC X(2).
       01 WS-PERIODES-STATUS    PIC X(2).
       01 WS-GLPOSTLOG-STATUS   PIC X(2).
       01 WS-EOF                PIC X(3).

      *> grand livre charge en table, dans l'ordre compte/periode
       01 WS-GS-TABLE.
           05 WS-GS-ENTRY OCCURS 3000 TIMES.
              10 WS-GS-COMPTE-GL     PIC X(6).
              10 WS-GS-PERIODE       PIC X(7).
              10 WS-GS-SOLDE-OUV     PIC S9(11)V99.
              10 WS-GS-CUM-DEBIT     PIC 9(11)V99.
              10 WS-GS-CUM-CREDIT    PIC 9(11)V99.
              10 WS-GS-DERNIER-PASSAGE PIC X(10).
       01 WS-GS-COUNT           PIC 9(4) VALUE 0.
       01 WS-GS-MAX             PIC 9(4) VALUE 3000.
       01 WS-IDX                PIC 9(4).
       01 WS-IDX2               PIC 9(4).
       01 WS-TROUVE             PIC X(3).

      *> calendrier des periodes (clotperiodebatch)
       01 WS-PD-TABLE.
           05 WS-PD-ENTRY OCCURS 100 TIMES.
              10 WS-PD-PERIODE       PIC X(7).
              10 WS-PD-STATUT        PIC X(10).
       01 WS-PD-COUNT           PIC 9(3) VALUE 0.
       01 WS-PD-IDX             PIC 9(3).

      *> ecriture en cours : un cote (compte, sens) a la fois
       01 WS-CUR-COMPTE         PIC X(6).
       01 WS-CUR-SENS           PIC X(1).
       01 WS-CUR-PERIODE        PIC X(7).
       01 WS-CUR-MONTANT        PIC 9(9)V99.
       01 WS-SOLDE-PREC         PIC S9(11)V99.

       01 WS-PERIODE-COURANTE   PIC X(7).
       01 WS-TODAY-YYYYMMDD     PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

       01 WS-TOTAUX-TROUVE      PIC X(3).
       01 WS-DEJA-PASSE         PIC X(3).
       01 WS-ECRITURES          PIC 9(7) VALUE 0.
       01 WS-REDATEES           PIC 9(7) VALUE 0.
       01 WS-REJETEES           PIC 9(7) VALUE 0.
       01 WS-TOTAL-DEBIT        PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDIT       PIC 9(11)V99 VALUE 0.

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'glpostbatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7).
       01 WS-BR-FAILED           PIC 9(7).
       01 WS-BR-STATUT           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6)
              TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, WS-TODAY-YYYYMMDD,
              WS-BD-DATE-ISO.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2)
              '-' WS-TODAY-YYYYMMDD(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-ISO.
           MOVE WS-TODAY-ISO(1:7) TO WS-PERIODE-COURANTE.

           PERFORM 0150-CHECK-DEJA-PASSE.
           IF WS-DEJA-PASSE = 'OUI'
              DISPLAY "Grand livre deja passe le " WS-TODAY-ISO
                 " : rien a faire"
              MOVE ZEROES TO WS-BR-RECORDS WS-BR-FAILED
              MOVE 'TERMINE' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              GOBACK
           END-IF.

           PERFORM 0200-CHECK-TOTAUX.
           IF WS-TOTAUX-TROUVE = 'NON'
              DISPLAY "GLEXTRACT.DAT sans ligne TOTAUX : extraction"
                 " refusee, grand livre inchange"
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE 1 TO WS-BR-FAILED
              MOVE 'PARTIEL' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0250-LOAD-PERIODES.
           PERFORM 0300-LOAD-GLSOLDES.
           PERFORM 0400-POSTER-EXTRACTION.

           IF WS-ECRITURES > 0
              PERFORM 0900-REWRITE-GLSOLDES
           END-IF.
           PERFORM 0950-ECRIRE-GLPOSTLOG.

           DISPLAY "Ecritures comptabilisees : " WS-ECRITURES.
           DISPLAY "Dont re-datees periode courante : " WS-REDATEES.
           DISPLAY "Lignes rejetees : " WS-REJETEES.

      *>    trace du passage au grand livre des batchs
           MOVE WS-ECRITURES TO WS-BR-RECORDS.
           MOVE WS-REJETEES TO WS-BR-FAILED.
           IF WS-REJETEES = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

      *> un passage deja consigne a la date de traitement ?
       0150-CHECK-DEJA-PASSE.
           MOVE 'NON' TO WS-DEJA-PASSE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT GLPOSTLOG.
           IF WS-GLPOSTLOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GLPOSTLOG
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF GPL-DATE = WS-TODAY-ISO
                 MOVE 'OUI' TO WS-DEJA-PASSE
              END-IF
              READ GLPOSTLOG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE GLPOSTLOG.

      *> la ligne TOTAUX n'est ecrite par glextractbatch que si
      *> l'extraction du jour balance
       0200-CHECK-TOTAUX.
           MOVE 'NON' TO WS-TOTAUX-TROUVE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT GLEXTRACT.
           IF WS-GLEXTRACT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GLEXTRACT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF GLEXTRACT-RECORD(1:7) = 'TOTAUX '
                 MOVE 'OUI' TO WS-TOTAUX-TROUVE
              END-IF
              READ GLEXTRACT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE GLEXTRACT.

       0250-LOAD-PERIODES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PERIODES.
           IF WS-PERIODES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PERIODES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              ADD 1 TO WS-PD-COUNT
              MOVE PD-PERIODE TO WS-PD-PERIODE(WS-PD-COUNT)
              MOVE PD-STATUT TO WS-PD-STATUT(WS-PD-COUNT)
              READ PERIODES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PERIODES.

       0300-LOAD-GLSOLDES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT GLSOLDES.
           IF WS-GLSOLDES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GLSOLDES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              ADD 1 TO WS-GS-COUNT
              MOVE GS-COMPTE-GL TO WS-GS-COMPTE-GL(WS-GS-COUNT)
              MOVE GS-PERIODE TO WS-GS-PERIODE(WS-GS-COUNT)
              MOVE GS-SOLDE-OUV TO WS-GS-SOLDE-OUV(WS-GS-COUNT)
              MOVE GS-CUM-DEBIT TO WS-GS-CUM-DEBIT(WS-GS-COUNT)
              MOVE GS-CUM-CREDIT TO WS-GS-CUM-CREDIT(WS-GS-COUNT)
              MOVE GS-DERNIER-PASSAGE
                TO WS-GS-DERNIER-PASSAGE(WS-GS-COUNT)
              READ GLSOLDES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE GLSOLDES.

       0400-POSTER-EXTRACTION.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT GLEXTRACT.
           READ GLEXTRACT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF GLEXTRACT-RECORD(1:7) NOT = 'TOTAUX '
                 PERFORM 0410-POSTER-ECRITURE
              END-IF
              READ GLEXTRACT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE GLEXTRACT.

      *> une ecriture : periode cible, puis un cote debit et un cote
      *> credit ; une ligne illisible est ecartee sans rien poster
       0410-POSTER-ECRITURE.
           IF GL-MONTANT IS NOT NUMERIC
              OR GL-COMPTE-DEBIT = SPACES
              OR GL-COMPTE-CREDIT = SPACES
              OR GL-DATE(1:7) = SPACES
              ADD 1 TO WS-REJETEES
              EXIT PARAGRAPH
           END-IF.
      *>    deux lignes neuves au plus par ecriture
           IF WS-GS-COUNT + 2 > WS-GS-MAX
              DISPLAY "Table du grand livre pleine, ecriture "
                 "ecartee : " GLEXTRACT-RECORD(1:50)
              ADD 1 TO WS-REJETEES
              EXIT PARAGRAPH
           END-IF.

           MOVE GL-DATE(1:7) TO WS-CUR-PERIODE.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-COUNT
              IF WS-PD-PERIODE(WS-PD-IDX) = WS-CUR-PERIODE
                 AND WS-PD-STATUT(WS-PD-IDX) = 'CLOTUREE'
                 MOVE WS-PERIODE-COURANTE TO WS-CUR-PERIODE
                 ADD 1 TO WS-REDATEES
                 EXIT PERFORM
              END-IF
           END-PERFORM.

           MOVE GL-MONTANT TO WS-CUR-MONTANT.
           MOVE GL-COMPTE-DEBIT TO WS-CUR-COMPTE.
           MOVE 'D' TO WS-CUR-SENS.
           PERFORM 0420-POSTER-COTE.
           MOVE GL-COMPTE-CREDIT TO WS-CUR-COMPTE.
           MOVE 'C' TO WS-CUR-SENS.
           PERFORM 0420-POSTER-COTE.

           ADD 1 TO WS-ECRITURES.
           ADD WS-CUR-MONTANT TO WS-TOTAL-DEBIT.
           ADD WS-CUR-MONTANT TO WS-TOTAL-CREDIT.

      *> cumul sur la ligne WS-CUR-COMPTE / WS-CUR-PERIODE (creee au
      *> besoin) et report sur l'ouverture des periodes suivantes
       0420-POSTER-COTE.
           PERFORM 0430-TROUVER-OU-CREER.
           IF WS-CUR-SENS = 'D'
              ADD WS-CUR-MONTANT TO WS-GS-CUM-DEBIT(WS-IDX)
           ELSE
              ADD WS-CUR-MONTANT TO WS-GS-CUM-CREDIT(WS-IDX)
           END-IF.
           MOVE WS-TODAY-ISO TO WS-GS-DERNIER-PASSAGE(WS-IDX).

           COMPUTE WS-IDX2 = WS-IDX + 1.
           PERFORM UNTIL WS-IDX2 > WS-GS-COUNT
              OR WS-GS-COMPTE-GL(WS-IDX2) NOT = WS-CUR-COMPTE
              IF WS-CUR-SENS = 'D'
                 ADD WS-CUR-MONTANT TO WS-GS-SOLDE-OUV(WS-IDX2)
              ELSE
                 SUBTRACT WS-CUR-MONTANT FROM WS-GS-SOLDE-OUV(WS-IDX2)
              END-IF
              ADD 1 TO WS-IDX2
           END-PERFORM.

      *> WS-IDX sur la ligne compte/periode ; une ligne creee est
      *> inseree a sa place dans l'ordre compte/periode, ouverte au
      *> solde de cloture de la ligne precedente du meme compte
       0430-TROUVER-OU-CREER.
           MOVE 'NON' TO WS-TROUVE.
           MOVE ZEROES TO WS-SOLDE-PREC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-GS-COUNT
              IF WS-GS-COMPTE-GL(WS-IDX) = WS-CUR-COMPTE
                 AND WS-GS-PERIODE(WS-IDX) = WS-CUR-PERIODE
                 MOVE 'OUI' TO WS-TROUVE
                 EXIT PERFORM
              END-IF
              IF WS-GS-COMPTE-GL(WS-IDX) > WS-CUR-COMPTE
                 OR (WS-GS-COMPTE-GL(WS-IDX) = WS-CUR-COMPTE
                    AND WS-GS-PERIODE(WS-IDX) > WS-CUR-PERIODE)
                 EXIT PERFORM
              END-IF
              IF WS-GS-COMPTE-GL(WS-IDX) = WS-CUR-COMPTE
                 COMPUTE WS-SOLDE-PREC = WS-GS-SOLDE-OUV(WS-IDX)
                    + WS-GS-CUM-DEBIT(WS-IDX)
                    - WS-GS-CUM-CREDIT(WS-IDX)
              END-IF
           END-PERFORM.
           IF WS-TROUVE = 'OUI'
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-GS-COUNT TO WS-IDX2.
           PERFORM UNTIL WS-IDX2 < WS-IDX
              MOVE WS-GS-ENTRY(WS-IDX2) TO WS-GS-ENTRY(WS-IDX2 + 1)
              SUBTRACT 1 FROM WS-IDX2
           END-PERFORM.
           ADD 1 TO WS-GS-COUNT.
           MOVE WS-CUR-COMPTE TO WS-GS-COMPTE-GL(WS-IDX).
           MOVE WS-CUR-PERIODE TO WS-GS-PERIODE(WS-IDX).
           MOVE WS-SOLDE-PREC TO WS-GS-SOLDE-OUV(WS-IDX).
           MOVE ZEROES TO WS-GS-CUM-DEBIT(WS-IDX).
           MOVE ZEROES TO WS-GS-CUM-CREDIT(WS-IDX).

       0900-REWRITE-GLSOLDES.
           OPEN OUTPUT GLSOLDES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-GS-COUNT
              MOVE WS-GS-COMPTE-GL(WS-IDX) TO GS-COMPTE-GL
              MOVE WS-GS-PERIODE(WS-IDX) TO GS-PERIODE
              MOVE WS-GS-SOLDE-OUV(WS-IDX) TO GS-SOLDE-OUV
              MOVE WS-GS-CUM-DEBIT(WS-IDX) TO GS-CUM-DEBIT
              MOVE WS-GS-CUM-CREDIT(WS-IDX) TO GS-CUM-CREDIT
              MOVE WS-GS-DERNIER-PASSAGE(WS-IDX)
                TO GS-DERNIER-PASSAGE
              WRITE GLSOLDES-RECORD
           END-PERFORM.
           CLOSE GLSOLDES.

       0950-ECRIRE-GLPOSTLOG.
           OPEN EXTEND GLPOSTLOG.
           IF WS-GLPOSTLOG-STATUS = "35"
              CLOSE GLPOSTLOG
              OPEN OUTPUT GLPOSTLOG
           END-IF.
           MOVE WS-TODAY-ISO TO GPL-DATE.
           MOVE WS-BR-HEURE-DEBUT TO GPL-HEURE.
           MOVE WS-ECRITURES TO GPL-ECRITURES.
           MOVE WS-TOTAL-DEBIT TO GPL-TOTAL-DEBIT.
           MOVE WS-TOTAL-CREDIT TO GPL-TOTAL-CREDIT.
           MOVE WS-REDATEES TO GPL-REDATEES.
           WRITE GLPOSTLOG-RECORD.
           CLOSE GLPOSTLOG.

       END PROGRAM glpostbatch.
