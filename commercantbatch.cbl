      *> COMMISSION COMMERCANT pour que feerpt le reprenne --
      *> directement, car commisionfrais ne sert que des montants
      *> fixes au bareme, pas un pourcentage d'assiette.
      *> Les impayes commercants (contestations ACHAT CB acceptees
      *> par 0395 d'ACTIVITY2BANQ, registre CBIMPAYES.DAT) sont
      *> retenus sur le net de la remise du commercant, plus ancien
      *> d'abord ; la part qui depasse le net de la periode reste A
      *> IMPUTER et se reporte sur la remise suivante. Chaque
      *> retenue est notifiee au releve et tracee dans COMMERCIMP.DAT
      *> (commercant, contestation, montant, date de remise), la
      *> piece justificative du rapprochement cbreconbatch et de la
      *> position settleposbatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMERCCTL-STATUS.

           SELECT CBIMPAYES ASSIGN TO "CBIMPAYES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CBIMPAYES-STATUS.

           SELECT COMMERCIMP ASSIGN TO "COMMERCIMP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMERCIMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MERCHSALES.
       FD FEESLEDG.
       01 FEE-LEDGER-RECORD.
           05 FL-TYPEOP      PIC X(25).
           05 FL-MONTANT     PIC S9(9)V99.
           05 FL-DATE        PIC X(10).
      *> compte et client factures, voir commisionfrais ; la
      *> commission commercant n'est pas adossee a un client
           05 FL-COMPTEID    PIC 9(5).
           05 FL-IDCLIENT    PIC 9(5).

       FD COMMERCCTL.
       01 COMMERCCTL-RECORD.
           05 CCT-COMMISSION     PIC 9(7)V99.
           05 CCT-NET            PIC 9(7)V99.
           05 CCT-DATE-REMISE    PIC X(10).
           05 CCT-IMPAYES        PIC 9(7)V99.

       FD CBIMPAYES.
       01 CBIMPAYES-RECORD.
           05 CI-CONTESTID       PIC 9(10).
           05 CI-REFERENCE       PIC X(16).
           05 CI-MAGASIN         PIC X(15).
           05 CI-COMPTEID        PIC 9(5).
           05 CI-MONTANT         PIC 9(7)V99.
           05 CI-RESTE           PIC 9(7)V99.
           05 CI-DATE            PIC X(10).
           05 CI-STATUT          PIC X(10).

       FD COMMERCIMP.
       01 COMMERCIMP-RECORD.
           05 CIM-MAGASIN        PIC X(15).
           05 CIM-CONTESTID      PIC 9(10).
           05 CIM-MONTANT        PIC 9(7)V99.
           05 CIM-DATE-REMISE    PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-COMMERCCTL-STATUS   PIC X(2).
       01 WS-CBIMPAYES-STATUS    PIC X(2).
       01 WS-COMMERCIMP-STATUS   PIC X(2).

      *> pourcentage de commission par defaut si COMMERCPARM.DAT est
      *> absent ou vide
       01 WS-NET-A-PAYER         PIC 9(7)V99.
       01 WS-TOTAL-COMMISSION    PIC 9(7)V99 VALUE 0.

      *> CBIMPAYES.DAT charge en table, dans l'ordre de pose : les
      *> impayes les plus anciens sont retenus les premiers
       01 WS-CI-TABLE.
           05 WS-CI-ENTRY OCCURS 200 TIMES.
              10 WS-CI-CONTESTID     PIC 9(10).
              10 WS-CI-REFERENCE     PIC X(16).
              10 WS-CI-MAGASIN       PIC X(15).
              10 WS-CI-COMPTEID      PIC 9(5).
              10 WS-CI-MONTANT       PIC 9(7)V99.
              10 WS-CI-RESTE         PIC 9(7)V99.
              10 WS-CI-DATE          PIC X(10).
              10 WS-CI-STATUT        PIC X(10).
              10 WS-CI-RETENU        PIC 9(7)V99.
       01 WS-CI-COUNT            PIC 9(3) VALUE 0.
       01 WS-CI-IDX              PIC 9(3).
       01 WS-EOF-CBIMPAYES       PIC X(3).
       01 WS-RETENUE             PIC 9(7)V99.
       01 WS-IMPAYES-MAGASIN     PIC 9(7)V99.
       01 WS-REPORT-MAGASIN      PIC 9(7)V99.
       01 WS-TOTAL-IMPAYES       PIC 9(7)V99 VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

           05 FILLER             PIC X(8) VALUE '  NET : '.
           05 RPT-NET            PIC ZZZZZZ9.99.

      *> avis d'impaye sous la ligne du commercant
       01 WS-RPT-IMPAYE.
           05 FILLER             PIC X(20) VALUE
              "   AVIS D'IMPAYE CT ".
           05 RPT-I-CONTESTID    PIC 9(10).
           05 FILLER             PIC X(11) VALUE ' MONTANT : '.
           05 RPT-I-MONTANT      PIC ZZZZZZ9.99.
           05 FILLER             PIC X(11) VALUE '  RETENU : '.
           05 RPT-I-RETENU       PIC ZZZZZZ9.99.
           05 FILLER             PIC X(10) VALUE '  RESTE : '.
           05 RPT-I-RESTE        PIC ZZZZZZ9.99.

       01 WS-RPT-REPORT.
           05 FILLER             PIC X(36) VALUE
              '   IMPAYES REPORTES A LA REMISE SUIV'.
           05 FILLER             PIC X(8) VALUE 'ANTE : '.
           05 RPT-R-REPORT       PIC ZZZZZZ9.99.

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)

           PERFORM 0150-READ-PARAMETERS.
           PERFORM 0200-CUMULER-VENTES.
           PERFORM 0260-LOAD-CBIMPAYES.

           IF WS-MERCH-COUNT = 0
              DISPLAY "Aucune vente partenaire a regler"
              PERFORM 0900-TRUNCATE-MERCHSALES
              DISPLAY "Commercants regles : " WS-MERCH-COUNT
              DISPLAY "Commission totale  : " WS-TOTAL-COMMISSION
              DISPLAY "Impayes retenus    : " WS-TOTAL-IMPAYES
           END-IF.

           GOBACK.
              MOVE ZEROES TO WS-MR-BRUT(WS-IDX)
           END-IF.

       0260-LOAD-CBIMPAYES.
           MOVE 'NON' TO WS-EOF-CBIMPAYES.
           OPEN INPUT CBIMPAYES.
           IF WS-CBIMPAYES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CBIMPAYES
              AT END MOVE 'OUI' TO WS-EOF-CBIMPAYES
           END-READ.
           PERFORM UNTIL WS-EOF-CBIMPAYES = 'OUI'
              ADD 1 TO WS-CI-COUNT
              MOVE CI-CONTESTID TO WS-CI-CONTESTID(WS-CI-COUNT)
              MOVE CI-REFERENCE TO WS-CI-REFERENCE(WS-CI-COUNT)
              MOVE CI-MAGASIN TO WS-CI-MAGASIN(WS-CI-COUNT)
              MOVE CI-COMPTEID TO WS-CI-COMPTEID(WS-CI-COUNT)
              MOVE CI-MONTANT TO WS-CI-MONTANT(WS-CI-COUNT)
              MOVE CI-RESTE TO WS-CI-RESTE(WS-CI-COUNT)
              MOVE CI-DATE TO WS-CI-DATE(WS-CI-COUNT)
              MOVE CI-STATUT TO WS-CI-STATUT(WS-CI-COUNT)
              READ CBIMPAYES
                 AT END MOVE 'OUI' TO WS-EOF-CBIMPAYES
              END-READ
           END-PERFORM.
           CLOSE CBIMPAYES.

       0300-REGLER-COMMERCANTS.
           OPEN OUTPUT COMMERCREMIT.
           OPEN OUTPUT COMMERCSTMT-RPT.
              CLOSE COMMERCCTL
              OPEN OUTPUT COMMERCCTL
           END-IF.
           OPEN EXTEND COMMERCIMP.
           IF WS-COMMERCIMP-STATUS = "35"
              CLOSE COMMERCIMP
              OPEN OUTPUT COMMERCIMP
           END-IF.

           MOVE "RELEVE DE REGLEMENT DES COMMERCANTS PARTENAIRES"
              TO COMMERCSTMT-RPT-LINE.
              COMPUTE WS-NET-A-PAYER =
                 WS-MR-BRUT(WS-IDX) - WS-COMMISSION
              ADD WS-COMMISSION TO WS-TOTAL-COMMISSION
              PERFORM 0350-RETENIR-IMPAYES

              MOVE WS-MR-MAGASIN(WS-IDX) TO CRM-MAGASIN
              MOVE WS-NET-A-PAYER TO CRM-NET-A-PAYER
              MOVE WS-NET-A-PAYER TO RPT-NET
              MOVE WS-RPT-DETAIL TO COMMERCSTMT-RPT-LINE
              WRITE COMMERCSTMT-RPT-LINE
              PERFORM 0360-AVIS-IMPAYES

              MOVE WS-MR-MAGASIN(WS-IDX) TO CCT-MAGASIN
              MOVE WS-MR-BRUT(WS-IDX) TO CCT-BRUT
              MOVE WS-COMMISSION TO CCT-COMMISSION
              MOVE WS-NET-A-PAYER TO CCT-NET
              MOVE WS-TODAY-ISO TO CCT-DATE-REMISE
              MOVE WS-IMPAYES-MAGASIN TO CCT-IMPAYES
              WRITE COMMERCCTL-RECORD

              MOVE 'COMMISSION COMMERCANT' TO FL-TYPEOP
           MOVE SPACES TO COMMERCSTMT-RPT-LINE.
           STRING "COMMERCANTS: " WS-MERCH-COUNT
              "  COMMISSION TOTALE: " WS-TOTAL-COMMISSION
              "  IMPAYES RETENUS: " WS-TOTAL-IMPAYES
              DELIMITED BY SIZE INTO COMMERCSTMT-RPT-LINE.
           WRITE COMMERCSTMT-RPT-LINE.

           CLOSE COMMERCREMIT, COMMERCSTMT-RPT, FEESLEDG.
           CLOSE COMMERCCTL, COMMERCIMP.

           IF WS-CI-COUNT > 0
              PERFORM 0800-REWRITE-CBIMPAYES
           END-IF.

      *> les impayes A IMPUTER du commercant sont retenus sur son
      *> net, dans l'ordre de pose, jusqu'a epuisement du net ; le
      *> reste demeure A IMPUTER pour la remise suivante
       0350-RETENIR-IMPAYES.
           MOVE ZEROES TO WS-IMPAYES-MAGASIN.
           MOVE ZEROES TO WS-REPORT-MAGASIN.
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              IF WS-CI-MAGASIN(WS-CI-IDX) = WS-MR-MAGASIN(WS-IDX)
                 AND WS-CI-STATUT(WS-CI-IDX) = 'A IMPUTER'
                 IF WS-CI-RESTE(WS-CI-IDX) > WS-NET-A-PAYER
                    MOVE WS-NET-A-PAYER TO WS-RETENUE
                 ELSE
                    MOVE WS-CI-RESTE(WS-CI-IDX) TO WS-RETENUE
                 END-IF
                 SUBTRACT WS-RETENUE FROM WS-NET-A-PAYER
                 SUBTRACT WS-RETENUE FROM WS-CI-RESTE(WS-CI-IDX)
                 ADD WS-RETENUE TO WS-IMPAYES-MAGASIN
                 ADD WS-RETENUE TO WS-TOTAL-IMPAYES
                 ADD WS-CI-RESTE(WS-CI-IDX) TO WS-REPORT-MAGASIN
                 IF WS-CI-RESTE(WS-CI-IDX) = ZEROES
                    MOVE 'IMPUTE' TO WS-CI-STATUT(WS-CI-IDX)
                 END-IF
                 IF WS-RETENUE > ZEROES
                    MOVE WS-MR-MAGASIN(WS-IDX) TO CIM-MAGASIN
                    MOVE WS-CI-CONTESTID(WS-CI-IDX) TO CIM-CONTESTID
                    MOVE WS-RETENUE TO CIM-MONTANT
                    MOVE WS-TODAY-ISO TO CIM-DATE-REMISE
                    WRITE COMMERCIMP-RECORD
                 END-IF
                 MOVE WS-RETENUE TO WS-CI-RETENU(WS-CI-IDX)
              ELSE
                 MOVE ZEROES TO WS-CI-RETENU(WS-CI-IDX)
              END-IF
           END-PERFORM.

      *> avis d'impaye au releve : chaque impaye du commercant
      *> touche par la remise ou encore en report
       0360-AVIS-IMPAYES.
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              IF WS-CI-MAGASIN(WS-CI-IDX) = WS-MR-MAGASIN(WS-IDX)
                 AND (WS-CI-RETENU(WS-CI-IDX) > ZEROES
                    OR WS-CI-STATUT(WS-CI-IDX) = 'A IMPUTER')
                 MOVE WS-CI-CONTESTID(WS-CI-IDX) TO RPT-I-CONTESTID
                 MOVE WS-CI-MONTANT(WS-CI-IDX) TO RPT-I-MONTANT
                 MOVE WS-CI-RETENU(WS-CI-IDX) TO RPT-I-RETENU
                 MOVE WS-CI-RESTE(WS-CI-IDX) TO RPT-I-RESTE
                 MOVE WS-RPT-IMPAYE TO COMMERCSTMT-RPT-LINE
                 WRITE COMMERCSTMT-RPT-LINE
              END-IF
           END-PERFORM.
           IF WS-REPORT-MAGASIN > ZEROES
              MOVE WS-REPORT-MAGASIN TO RPT-R-REPORT
              MOVE WS-RPT-REPORT TO COMMERCSTMT-RPT-LINE
              WRITE COMMERCSTMT-RPT-LINE
           END-IF.

       0800-REWRITE-CBIMPAYES.
           OPEN OUTPUT CBIMPAYES.
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              MOVE WS-CI-CONTESTID(WS-CI-IDX) TO CI-CONTESTID
              MOVE WS-CI-REFERENCE(WS-CI-IDX) TO CI-REFERENCE
              MOVE WS-CI-MAGASIN(WS-CI-IDX) TO CI-MAGASIN
              MOVE WS-CI-COMPTEID(WS-CI-IDX) TO CI-COMPTEID
              MOVE WS-CI-MONTANT(WS-CI-IDX) TO CI-MONTANT
              MOVE WS-CI-RESTE(WS-CI-IDX) TO CI-RESTE
              MOVE WS-CI-DATE(WS-CI-IDX) TO CI-DATE
              MOVE WS-CI-STATUT(WS-CI-IDX) TO CI-STATUT
              WRITE CBIMPAYES-RECORD
           END-PERFORM.
           CLOSE CBIMPAYES.

      *> les ventes reglees ne doivent pas etre reglees une seconde
      *> fois au prochain passage
