       IDENTIFICATION DIVISION.
       PROGRAM-ID. facturebatch.
       AUTHOR. D.KISAMA.

      *> Remise aux facturiers des factures payees dans la journee a
      *> l'ecran PAYER UNE FACTURE d'activity2client : a placer dans
      *> JOBPLAN.DAT avec les autres batchs de fin de journee. Le
      *> client a deja ete debite au paiement ; le registre
      *> FACTPAY.DAT (voir FACTPAY.cpy) garde chaque paiement.
      *> Les paiements A REMETTRE sont regroupes par facturier : une
      *> seule remise par facturier et par passage, avec une
      *> reference de remise tiree du compteur seqbloc, ecrite dans
      *> FACTREMISE.DAT (entete, une ligne par facturier avec son
      *> IBAN, le nombre de paiements et le montant remis, fin avec
      *> nombre et total de controle). Le detail de chaque remise
      *> part dans FACTDETAIL.DAT (une ligne par facture : reference
      *> de remise, code facturier, reference de facture, montant,
      *> date de paiement) pour le rapprochement du facturier ; les
      *> paiements passent REMIS avec leur reference de remise.
      *> Un facturier EN ATTENTE (touche sanctions en instruction)
      *> ne recoit rien : ses paiements attendent la levee du gel.
      *> Un code inconnu de l'annuaire est signale sur FACTURE.RPT.
      *> Le registre grossit sans fin : il est parcouru EN FLUX et
      *> reecrit via FACTPAY.TMP, comme chequierfabbatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FACTURIERS ASSIGN TO "FACTURIERS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FACTURIERS-STATUS.

           SELECT FACTPAY ASSIGN TO "FACTPAY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FACTPAY-STATUS.

           SELECT FACTPAYTMP ASSIGN TO "FACTPAY.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FACTREMISE ASSIGN TO "FACTREMISE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FACTDETAIL ASSIGN TO "FACTDETAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FACTURE-RPT ASSIGN TO "FACTURE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FACTURIERS.
           COPY "FACTURIER.cpy".

       FD FACTPAY.
           COPY "FACTPAY.cpy".

       FD FACTPAYTMP.
       01 FACTPAYTMP-RECORD      PIC X(93).

       FD FACTREMISE.
       01 FACTREMISE-LINE        PIC X(120).

       FD FACTDETAIL.
       01 FACTDETAIL-LINE        PIC X(100).

       FD FACTURE-RPT.
       01 FACTURE-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FACTURIERS-STATUS   PIC X(2).
       01 WS-FACTPAY-STATUS      PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> annuaire charge en table, avec les cumuls de la remise
       01 WS-FT-TABLE.
           05 WS-FT-ENTRY OCCURS 300 TIMES.
              10 WS-FT-CODE            PIC X(6).
              10 WS-FT-NOM             PIC X(30).
              10 WS-FT-IBAN            PIC X(34).
              10 WS-FT-CATEGORIE       PIC X(10).
              10 WS-FT-REF-FORMAT      PIC X(20).
              10 WS-FT-REF-CLE         PIC X(5).
              10 WS-FT-DATE-AJOUT      PIC X(10).
              10 WS-FT-STATUT          PIC X(10).
       01 WS-FT-CUMULS.
           05 WS-FT-CUM OCCURS 300 TIMES.
              10 WS-FT-NB              PIC 9(5).
              10 WS-FT-TOTAL           PIC 9(9)V99.
              10 WS-FT-REMISE-ID       PIC 9(10).
       01 WS-FT-COUNT            PIC 9(3) VALUE 0.
       01 WS-FT-IDX              PIC 9(3).
       01 WS-FT-CUR              PIC 9(3).
       01 WS-ANNUAIRE-TRONQUE    PIC X(3) VALUE 'NON'.

      *> fichier de remise FACTREMISE.DAT
       01 WS-REMISE-COUNT        PIC 9(5) VALUE 0.
       01 WS-REMISE-TOTAL        PIC 9(11)V99 VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(2) VALUE '01'.
           05 FILLER            PIC X(18) VALUE 'REMISE FACTURIERS '.
           05 HDR-DATE          PIC X(10).
           05 FILLER            PIC X(9) VALUE ' KARIMUS '.

       01 WS-REMISE-LINE.
           05 FILLER            PIC X(2) VALUE '02'.
           05 REM-ID            PIC 9(10).
           05 FILLER            PIC X VALUE SPACE.
           05 REM-CODE          PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 REM-NOM           PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 REM-IBAN          PIC X(34).
           05 FILLER            PIC X VALUE SPACE.
           05 REM-NB            PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 REM-MONTANT       PIC 9(9).99.

       01 WS-TRAILER-LINE.
           05 FILLER            PIC X(2) VALUE '09'.
           05 TRL-COUNT         PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 TRL-HASH-TOTAL    PIC 9(11).99.

      *> fichier de detail FACTDETAIL.DAT (rapprochement facturier)
       01 WS-DETAIL-COUNT        PIC 9(7) VALUE 0.
       01 WS-DETAIL-TOTAL        PIC 9(11)V99 VALUE 0.

       01 WS-DETAIL-HEADER.
           05 FILLER            PIC X(2) VALUE '01'.
           05 FILLER            PIC X(18) VALUE 'DETAIL FACTURES   '.
           05 DHD-DATE          PIC X(10).
           05 FILLER            PIC X(9) VALUE ' KARIMUS '.

       01 WS-DETAIL-LINE.
           05 FILLER            PIC X(2) VALUE '02'.
           05 DTL-REMISE-ID     PIC 9(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DTL-CODE          PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 DTL-REFERENCE     PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 DTL-MONTANT       PIC 9(5).99.
           05 FILLER            PIC X VALUE SPACE.
           05 DTL-DATE          PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DTL-PAIEMENT-ID   PIC 9(10).

       01 WS-DETAIL-TRAILER.
           05 FILLER            PIC X(2) VALUE '09'.
           05 DTR-COUNT         PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 DTR-HASH-TOTAL    PIC 9(11).99.

       01 WS-TOTAL-ED            PIC Z(8)9.99.

       01 WS-NB-REMIS            PIC 9(7) VALUE 0.
       01 WS-NB-EN-ATTENTE       PIC 9(7) VALUE 0.
       01 WS-NB-INCONNUS         PIC 9(7) VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> reference de remise, voir seqbloc
       01 WS-SQL-SEQ-NR         PIC 9(10) VALUE ZEROES.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'facturebatch'.
       01 WS-BR-HEURE-DEBUT     PIC X(6).
       01 WS-BR-RECORDS         PIC 9(7).
       01 WS-BR-FAILED          PIC 9(7).
       01 WS-BR-STATUT          PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.
           PERFORM 0200-LOAD-ANNUAIRE.

           OPEN OUTPUT FACTURE-RPT.
           MOVE SPACES TO FACTURE-RPT-LINE.
           STRING "REMISE AUX FACTURIERS DU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO FACTURE-RPT-LINE.
           WRITE FACTURE-RPT-LINE.

           IF WS-ANNUAIRE-TRONQUE = 'OUI'
              MOVE "*** ANNUAIRE FACTURIERS.DAT TROP GRAND : ARRET"
                TO FACTURE-RPT-LINE
              WRITE FACTURE-RPT-LINE
              CLOSE FACTURE-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0300-CUMULER-PAIEMENTS.
           PERFORM 0400-ECRIRE-REMISES.
           PERFORM 0500-MARQUER-PAIEMENTS.
           IF WS-NB-REMIS > 0
              PERFORM 0600-RECOPIER-FACTPAY
           END-IF.

           MOVE WS-REMISE-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO FACTURE-RPT-LINE.
           STRING "REMISES: " WS-REMISE-COUNT
              "  FACTURES REMISES: " WS-NB-REMIS
              "  TOTAL: " WS-TOTAL-ED
              DELIMITED BY SIZE INTO FACTURE-RPT-LINE.
           WRITE FACTURE-RPT-LINE.
           MOVE SPACES TO FACTURE-RPT-LINE.
           STRING "EN ATTENTE CONFORMITE: " WS-NB-EN-ATTENTE
              "  FACTURIER INCONNU: " WS-NB-INCONNUS
              DELIMITED BY SIZE INTO FACTURE-RPT-LINE.
           WRITE FACTURE-RPT-LINE.
           CLOSE FACTURE-RPT.

           MOVE 'FACTURES' TO WS-SPOOL-NOM.
           MOVE 'FACTURE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-REMIS + WS-NB-EN-ATTENTE
              + WS-NB-INCONNUS.
           MOVE WS-NB-INCONNUS TO WS-BR-FAILED.
           IF WS-BR-FAILED = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-LOAD-ANNUAIRE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FACTURIERS.
           IF WS-FACTURIERS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FACTURIERS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-FT-COUNT < 300
                 ADD 1 TO WS-FT-COUNT
                 MOVE FACTURIER-RECORD TO WS-FT-ENTRY(WS-FT-COUNT)
                 MOVE ZEROES TO WS-FT-NB(WS-FT-COUNT)
                 MOVE ZEROES TO WS-FT-TOTAL(WS-FT-COUNT)
                 MOVE ZEROES TO WS-FT-REMISE-ID(WS-FT-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-ANNUAIRE-TRONQUE
              END-IF
              READ FACTURIERS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FACTURIERS.

      *> facturier du paiement courant dans la table (0 si inconnu)
       0250-CHERCHER-FACTURIER.
           MOVE 0 TO WS-FT-CUR.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
              UNTIL WS-FT-IDX > WS-FT-COUNT
              IF WS-FT-CODE(WS-FT-IDX) = FP-CODE-FACTURIER
                 MOVE WS-FT-IDX TO WS-FT-CUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *>------------------------------------------------------------------------
      *> passe 1 : cumul des paiements A REMETTRE par facturier
      *>------------------------------------------------------------------------
       0300-CUMULER-PAIEMENTS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FACTPAY.
           IF WS-FACTPAY-STATUS NOT = "00"
              MOVE "AUCUN PAIEMENT DE FACTURE" TO FACTURE-RPT-LINE
              WRITE FACTURE-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           READ FACTPAY
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF FP-STATUT = 'A REMETTRE'
                 AND FP-DATE NOT > WS-TODAY-ISO
                 PERFORM 0310-CUMULER-UN-PAIEMENT
              END-IF
              READ FACTPAY
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FACTPAY.

       0310-CUMULER-UN-PAIEMENT.
           PERFORM 0250-CHERCHER-FACTURIER.
           IF WS-FT-CUR = 0
              ADD 1 TO WS-NB-INCONNUS
              MOVE SPACES TO FACTURE-RPT-LINE
              STRING "PAIEMENT " FP-ID " FACTURIER "
                 FP-CODE-FACTURIER " INCONNU DE L'ANNUAIRE"
                 DELIMITED BY SIZE INTO FACTURE-RPT-LINE
              WRITE FACTURE-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-FT-STATUT(WS-FT-CUR) = 'EN ATTENTE'
              ADD 1 TO WS-NB-EN-ATTENTE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FT-NB(WS-FT-CUR).
           ADD FP-MONTANT TO WS-FT-TOTAL(WS-FT-CUR).

      *>------------------------------------------------------------------------
      *> une remise par facturier ayant des paiements
      *>------------------------------------------------------------------------
       0400-ECRIRE-REMISES.
           OPEN OUTPUT FACTREMISE.
           MOVE WS-TODAY-ISO TO HDR-DATE.
           WRITE FACTREMISE-LINE FROM WS-HEADER-LINE.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
              UNTIL WS-FT-IDX > WS-FT-COUNT
              IF WS-FT-NB(WS-FT-IDX) > 0
                 PERFORM 0410-ECRIRE-UNE-REMISE
              END-IF
           END-PERFORM.
           MOVE WS-REMISE-COUNT TO TRL-COUNT.
           MOVE WS-REMISE-TOTAL TO TRL-HASH-TOTAL.
           WRITE FACTREMISE-LINE FROM WS-TRAILER-LINE.
           CLOSE FACTREMISE.

       0410-ECRIRE-UNE-REMISE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE WS-SQL-SEQ-NR TO WS-FT-REMISE-ID(WS-FT-IDX).
           MOVE WS-SQL-SEQ-NR TO REM-ID.
           MOVE WS-FT-CODE(WS-FT-IDX) TO REM-CODE.
           MOVE WS-FT-NOM(WS-FT-IDX) TO REM-NOM.
           MOVE WS-FT-IBAN(WS-FT-IDX) TO REM-IBAN.
           MOVE WS-FT-NB(WS-FT-IDX) TO REM-NB.
           MOVE WS-FT-TOTAL(WS-FT-IDX) TO REM-MONTANT.
           WRITE FACTREMISE-LINE FROM WS-REMISE-LINE.
           ADD 1 TO WS-REMISE-COUNT.
           ADD WS-FT-TOTAL(WS-FT-IDX) TO WS-REMISE-TOTAL.

           MOVE WS-FT-TOTAL(WS-FT-IDX) TO WS-TOTAL-ED.
           MOVE SPACES TO FACTURE-RPT-LINE.
           STRING "REMISE " WS-SQL-SEQ-NR
              " " WS-FT-CODE(WS-FT-IDX)
              " " WS-FT-NOM(WS-FT-IDX)
              " " WS-FT-NB(WS-FT-IDX) " FACT. " WS-TOTAL-ED
              DELIMITED BY SIZE INTO FACTURE-RPT-LINE.
           WRITE FACTURE-RPT-LINE.

       0450-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *>------------------------------------------------------------------------
      *> passe 2 : detail des remises et paiements passes REMIS,
      *> registre recopie sur FACTPAY.TMP
      *>------------------------------------------------------------------------
       0500-MARQUER-PAIEMENTS.
           OPEN OUTPUT FACTDETAIL.
           MOVE WS-TODAY-ISO TO DHD-DATE.
           WRITE FACTDETAIL-LINE FROM WS-DETAIL-HEADER.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FACTPAY.
           IF WS-FACTPAY-STATUS = "00"
              OPEN OUTPUT FACTPAYTMP
              READ FACTPAY
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF FP-STATUT = 'A REMETTRE'
                    AND FP-DATE NOT > WS-TODAY-ISO
                    PERFORM 0510-MARQUER-UN-PAIEMENT
                 END-IF
                 WRITE FACTPAYTMP-RECORD FROM FACTPAY-RECORD
                 READ FACTPAY
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE FACTPAY
              CLOSE FACTPAYTMP
           END-IF.

           MOVE WS-DETAIL-COUNT TO DTR-COUNT.
           MOVE WS-DETAIL-TOTAL TO DTR-HASH-TOTAL.
           WRITE FACTDETAIL-LINE FROM WS-DETAIL-TRAILER.
           CLOSE FACTDETAIL.

       0510-MARQUER-UN-PAIEMENT.
           PERFORM 0250-CHERCHER-FACTURIER.
           IF WS-FT-CUR = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-FT-REMISE-ID(WS-FT-CUR) = ZEROES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-FT-REMISE-ID(WS-FT-CUR) TO DTL-REMISE-ID.
           MOVE FP-CODE-FACTURIER TO DTL-CODE.
           MOVE FP-REFERENCE TO DTL-REFERENCE.
           MOVE FP-MONTANT TO DTL-MONTANT.
           MOVE FP-DATE TO DTL-DATE.
           MOVE FP-ID TO DTL-PAIEMENT-ID.
           WRITE FACTDETAIL-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD FP-MONTANT TO WS-DETAIL-TOTAL.

           MOVE 'REMIS' TO FP-STATUT.
           MOVE WS-FT-REMISE-ID(WS-FT-CUR) TO FP-REMISE-ID.
           MOVE WS-TODAY-ISO TO FP-DATE-REMISE.
           ADD 1 TO WS-NB-REMIS.

       0600-RECOPIER-FACTPAY.
           OPEN INPUT FACTPAYTMP.
           OPEN OUTPUT FACTPAY.
           MOVE 'NON' TO WS-EOF.
           READ FACTPAYTMP
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE FACTPAYTMP-RECORD TO FACTPAY-RECORD
              WRITE FACTPAY-RECORD
              READ FACTPAYTMP
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FACTPAYTMP.
           CLOSE FACTPAY.

       END PROGRAM facturebatch.
