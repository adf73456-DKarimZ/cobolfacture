      *> de CAISSETICK.DAT) est rapproche du comptage de fermeture
      *> (ligne F de CAISSEDENOM.DAT) -- l'exces ou le manquant par
      *> guichetier part au rapport CAISSE.RPT, et un tiroir reste
      *> OUVERT (jamais ferme) est signale. Les billets etrangers
      *> du change guichet forment un tiroir par devise, rapproche
      *> a part : comptages d'ouverture et de fermeture de
      *> CAISSEDEV.DAT, tickets de la devise (TK-DEVISE), une ligne
      *> par guichetier et par devise. Les tickets EUR (ou sans
      *> devise, anterieurs au change) vont au tiroir en euros.
      *> Le coffre d'agence est rapproche comme un tiroir : chaque
      *> comptage du jour (mouvement CP de COFFREMVT.DAT) donne son
      *> theorique, son compte et son ecart ; un coffre non compte
      *> dans la journee est signale avec son stock theorique.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAISSEDENOM-STATUS.

           SELECT CAISSEDEV ASSIGN TO "CAISSEDEV.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAISSEDEV-STATUS.

           SELECT COFFRE ASSIGN TO "COFFRE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COFFRE-STATUS.

           SELECT COFFREMVT ASSIGN TO "COFFREMVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COFFREMVT-STATUS.

           SELECT CAISSE-RPT ASSIGN TO "CAISSE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           05 TK-SENS            PIC X.
           05 TK-MONTANT         PIC 9(5)V99.
           05 TK-LIBELLE         PIC X(25).
           05 TK-DEVISE          PIC X(3).

       FD CAISSEDENOM.
       01 CAISSEDENOM-RECORD.
           05 DN-PIECES          PIC 9(5)V99.
           05 DN-TOTAL           PIC 9(7)V99.

       FD CAISSEDEV.
       01 CAISSEDEV-RECORD.
           05 DV-OPERATEUR       PIC X(8).
           05 DV-DATE            PIC X(10).
           05 DV-MOMENT          PIC X.
           05 DV-DEVISE          PIC X(3).
           05 DV-MONTANT         PIC 9(7)V99.

       FD COFFRE.
           COPY "COFFRE.cpy".

       FD COFFREMVT.
           COPY "COFFREMVT.cpy".

       FD CAISSE-RPT.
       01 CAISSE-RPT-LINE        PIC X(100).

       01 WS-CAISSE-STATUS      PIC X(2).
       01 WS-CAISSETICK-STATUS  PIC X(2).
       01 WS-CAISSEDENOM-STATUS PIC X(2).
       01 WS-CAISSEDEV-STATUS   PIC X(2).
       01 WS-COFFRE-STATUS      PIC X(2).
       01 WS-COFFREMVT-STATUS   PIC X(2).
       01 WS-EOF-FICHIER        PIC X(3).

      *> tiroirs du jour charges en table, un par operateur
       01 WS-TIR-COUNT          PIC 9(3) VALUE 0.
       01 WS-TIR-IDX            PIC 9(3).

      *> tiroirs en devises du jour, un par operateur et devise
       01 WS-DEV-TABLE.
           05 WS-DEV-ENTRY OCCURS 200 TIMES.
              10 WS-DEV-OPERATEUR    PIC X(8).
              10 WS-DEV-DEVISE       PIC X(3).
              10 WS-DEV-OUVERTURE    PIC 9(7)V99.
              10 WS-DEV-ENTREES      PIC 9(7)V99.
              10 WS-DEV-SORTIES      PIC 9(7)V99.
              10 WS-DEV-COMPTE       PIC 9(7)V99.
              10 WS-DEV-COMPTE-VU    PIC X(3).
       01 WS-DEV-COUNT          PIC 9(3) VALUE 0.
       01 WS-DEV-IDX            PIC 9(3).
       01 WS-DEV-CLE-OPER       PIC X(8).
       01 WS-DEV-CLE-DEVISE     PIC X(3).

      *> coffres d'agence : stock theorique de COFFRE.DAT, compte
      *> ou non dans la journee
       01 WS-CFR-TABLE.
           05 WS-CFR-ENTRY OCCURS 20 TIMES.
              10 WS-CFR-AGENCE       PIC 9(5).
              10 WS-CFR-STOCK        PIC 9(9)V99.
              10 WS-CFR-COMPTE-VU    PIC X(3).
       01 WS-CFR-COUNT          PIC 9(3) VALUE 0.
       01 WS-CFR-IDX            PIC 9(3).
       01 WS-CFR-ECART          PIC S9(9)V99.
       01 WS-CFR-ECART-AFF      PIC -ZZZZZZZZ9.99.
       01 WS-CFR-THEO-AFF       PIC ZZZZZZZZ9.99.
       01 WS-CFR-COMPTE-AFF     PIC ZZZZZZZZ9.99.

       01 WS-THEORIQUE          PIC S9(7)V99.
       01 WS-ECART              PIC S9(7)V99.
       01 WS-ECART-AFF          PIC -ZZZZZZ9.99.
           PERFORM 0200-LOAD-TIROIRS-DU-JOUR.
           PERFORM 0300-CUMULER-TICKETS.
           PERFORM 0400-REPRENDRE-COMPTAGES.
           PERFORM 0450-REPRENDRE-DEVISES.
           PERFORM 0500-RAPPORT.

           MOVE 'CAISSE' TO WS-SPOOL-NOM.
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF TK-DATE = WS-TODAY-ISO
                 AND TK-DEVISE NOT = 'EUR' AND TK-DEVISE NOT = SPACES
                 MOVE TK-OPERATEUR TO WS-DEV-CLE-OPER
                 MOVE TK-DEVISE TO WS-DEV-CLE-DEVISE
                 PERFORM 0460-TROUVER-DEVISE
                 IF WS-DEV-IDX NOT = 0
                    IF TK-SENS = 'E'
                       ADD TK-MONTANT TO WS-DEV-ENTREES(WS-DEV-IDX)
                    ELSE
                       ADD TK-MONTANT TO WS-DEV-SORTIES(WS-DEV-IDX)
                    END-IF
                 END-IF
              END-IF
              IF TK-DATE = WS-TODAY-ISO
                 AND (TK-DEVISE = 'EUR' OR TK-DEVISE = SPACES)
                 PERFORM VARYING WS-TIR-IDX FROM 1 BY 1
                    UNTIL WS-TIR-IDX > WS-TIR-COUNT
                    IF WS-TIR-OPERATEUR(WS-TIR-IDX) = TK-OPERATEUR
           END-PERFORM.
           CLOSE CAISSEDENOM.

      *> comptages en devises : la ligne O donne l'ouverture, la
      *> ligne F le compte de fermeture de chaque tiroir en devise
       0450-REPRENDRE-DEVISES.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT CAISSEDEV.
           IF WS-CAISSEDEV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CAISSEDEV
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF DV-DATE = WS-TODAY-ISO
                 MOVE DV-OPERATEUR TO WS-DEV-CLE-OPER
                 MOVE DV-DEVISE TO WS-DEV-CLE-DEVISE
                 PERFORM 0460-TROUVER-DEVISE
                 IF WS-DEV-IDX NOT = 0
                    IF DV-MOMENT = 'O'
                       ADD DV-MONTANT TO WS-DEV-OUVERTURE(WS-DEV-IDX)
                    ELSE
                       MOVE DV-MONTANT TO WS-DEV-COMPTE(WS-DEV-IDX)
                       MOVE 'OUI' TO WS-DEV-COMPTE-VU(WS-DEV-IDX)
                    END-IF
                 END-IF
              END-IF
              READ CAISSEDEV
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE CAISSEDEV.

      *> poste operateur/devise de la table, cree au premier passage
      *> (WS-DEV-IDX a zero si la table est pleine)
       0460-TROUVER-DEVISE.
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
              UNTIL WS-DEV-IDX > WS-DEV-COUNT
              IF WS-DEV-OPERATEUR(WS-DEV-IDX) = WS-DEV-CLE-OPER
                 AND WS-DEV-DEVISE(WS-DEV-IDX) = WS-DEV-CLE-DEVISE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-DEV-COUNT >= 200
              MOVE 0 TO WS-DEV-IDX
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEV-COUNT.
           MOVE WS-DEV-COUNT TO WS-DEV-IDX.
           MOVE WS-DEV-CLE-OPER TO WS-DEV-OPERATEUR(WS-DEV-IDX).
           MOVE WS-DEV-CLE-DEVISE TO WS-DEV-DEVISE(WS-DEV-IDX).
           MOVE ZEROES TO WS-DEV-OUVERTURE(WS-DEV-IDX).
           MOVE ZEROES TO WS-DEV-ENTREES(WS-DEV-IDX).
           MOVE ZEROES TO WS-DEV-SORTIES(WS-DEV-IDX).
           MOVE ZEROES TO WS-DEV-COMPTE(WS-DEV-IDX).
           MOVE 'NON' TO WS-DEV-COMPTE-VU(WS-DEV-IDX).

       0500-RAPPORT.
           OPEN OUTPUT CAISSE-RPT.
           MOVE SPACES TO CAISSE-RPT-LINE.
              PERFORM 0550-LIGNE-TIROIR
           END-PERFORM.

           IF WS-DEV-COUNT > 0
              MOVE SPACES TO CAISSE-RPT-LINE
              WRITE CAISSE-RPT-LINE
              MOVE "TIROIRS EN DEVISES" TO CAISSE-RPT-LINE
              WRITE CAISSE-RPT-LINE
           END-IF.
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
              UNTIL WS-DEV-IDX > WS-DEV-COUNT
              PERFORM 0560-LIGNE-DEVISE
           END-PERFORM.

           PERFORM 0600-RAPPROCHER-COFFRES.

           CLOSE CAISSE-RPT.

       0550-LIGNE-TIROIR.
              DELIMITED BY SIZE INTO CAISSE-RPT-LINE.
           WRITE CAISSE-RPT-LINE.

      *> tiroir en devise : theorique et ecart dans la devise, le
      *> tiroir euro de l'operateur n'est pas touche
       0560-LIGNE-DEVISE.
           COMPUTE WS-THEORIQUE = WS-DEV-OUVERTURE(WS-DEV-IDX)
              + WS-DEV-ENTREES(WS-DEV-IDX)
              - WS-DEV-SORTIES(WS-DEV-IDX).
           MOVE WS-THEORIQUE TO WS-THEO-AFF.

           IF WS-DEV-COMPTE-VU(WS-DEV-IDX) = 'NON'
              MOVE SPACES TO CAISSE-RPT-LINE
              STRING "*** " WS-DEV-OPERATEUR(WS-DEV-IDX)
                 " " WS-DEV-DEVISE(WS-DEV-IDX)
                 " SANS COMPTAGE DE FERMETURE - THEORIQUE "
                 WS-THEO-AFF " ***"
                 DELIMITED BY SIZE INTO CAISSE-RPT-LINE
              WRITE CAISSE-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ECART = WS-DEV-COMPTE(WS-DEV-IDX)
              - WS-THEORIQUE.
           MOVE WS-ECART TO WS-ECART-AFF.
           MOVE WS-DEV-COMPTE(WS-DEV-IDX) TO WS-COMPTE-AFF.

           MOVE SPACES TO CAISSE-RPT-LINE.
           STRING WS-DEV-OPERATEUR(WS-DEV-IDX)
              " " WS-DEV-DEVISE(WS-DEV-IDX)
              " THEORIQUE " WS-THEO-AFF
              " COMPTE " WS-COMPTE-AFF
              " ECART " WS-ECART-AFF
              DELIMITED BY SIZE INTO CAISSE-RPT-LINE.
           WRITE CAISSE-RPT-LINE.

      *> coffres : une ligne par comptage du jour, puis les coffres
      *> restes sans comptage avec leur stock theorique
       0600-RAPPROCHER-COFFRES.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT COFFRE.
           IF WS-COFFRE-STATUS = "00"
              READ COFFRE
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
              PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
                 IF WS-CFR-COUNT < 20
                    ADD 1 TO WS-CFR-COUNT
                    MOVE CF-AGENCE TO WS-CFR-AGENCE(WS-CFR-COUNT)
                    COMPUTE WS-CFR-STOCK(WS-CFR-COUNT) =
                       CF-NB-50 * 50 + CF-NB-20 * 20
                       + CF-NB-10 * 10 + CF-NB-5 * 5 + CF-PIECES
                    MOVE 'NON' TO WS-CFR-COMPTE-VU(WS-CFR-COUNT)
                 END-IF
                 READ COFFRE
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                 END-READ
              END-PERFORM
              CLOSE COFFRE
           END-IF.

           IF WS-CFR-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CAISSE-RPT-LINE.
           WRITE CAISSE-RPT-LINE.
           MOVE "COFFRES D'AGENCE" TO CAISSE-RPT-LINE.
           WRITE CAISSE-RPT-LINE.

           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT COFFREMVT.
           IF WS-COFFREMVT-STATUS = "00"
              READ COFFREMVT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
              PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
                 IF CM-DATE = WS-TODAY-ISO AND CM-TYPE = 'CP'
                    PERFORM 0610-LIGNE-COMPTAGE-COFFRE
                 END-IF
                 READ COFFREMVT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                 END-READ
              END-PERFORM
              CLOSE COFFREMVT
           END-IF.

           PERFORM VARYING WS-CFR-IDX FROM 1 BY 1
              UNTIL WS-CFR-IDX > WS-CFR-COUNT
              IF WS-CFR-COMPTE-VU(WS-CFR-IDX) = 'NON'
                 MOVE WS-CFR-STOCK(WS-CFR-IDX) TO WS-CFR-THEO-AFF
                 MOVE SPACES TO CAISSE-RPT-LINE
                 STRING "*** COFFRE " WS-CFR-AGENCE(WS-CFR-IDX)
                    " NON COMPTE CE JOUR - THEORIQUE "
                    WS-CFR-THEO-AFF " ***"
                    DELIMITED BY SIZE INTO CAISSE-RPT-LINE
                 WRITE CAISSE-RPT-LINE
              END-IF
           END-PERFORM.

       0610-LIGNE-COMPTAGE-COFFRE.
           PERFORM VARYING WS-CFR-IDX FROM 1 BY 1
              UNTIL WS-CFR-IDX > WS-CFR-COUNT
              IF WS-CFR-AGENCE(WS-CFR-IDX) = CM-AGENCE
                 MOVE 'OUI' TO WS-CFR-COMPTE-VU(WS-CFR-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           COMPUTE WS-CFR-ECART = CM-TOTAL - CM-THEORIQUE.
           MOVE WS-CFR-ECART TO WS-CFR-ECART-AFF.
           MOVE CM-THEORIQUE TO WS-CFR-THEO-AFF.
           MOVE CM-TOTAL TO WS-CFR-COMPTE-AFF.
           MOVE SPACES TO CAISSE-RPT-LINE.
           STRING "COFFRE " CM-AGENCE " " CM-HEURE
              " THEORIQUE " WS-CFR-THEO-AFF
              " COMPTE " WS-CFR-COMPTE-AFF
              " ECART " WS-CFR-ECART-AFF
              DELIMITED BY SIZE INTO CAISSE-RPT-LINE.
           WRITE CAISSE-RPT-LINE.

       END PROGRAM caisserecapbatch.
