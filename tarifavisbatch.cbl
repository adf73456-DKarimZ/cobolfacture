       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifavisbatch.
       AUTHOR. D.KISAMA.

      *> Avis de modification des tarifs : a placer dans JOBPLAN.DAT
      *> chaque jour ouvre. Une ligne de TARIFS.DAT (voir TARIF.cpy)
      *> est a annoncer quand sa date d'effet est posterieure a la
      *> date de traitement et que son montant differe du montant en
      *> vigueur la veille de cette date (ligne anterieure du meme
      *> type, a defaut montant du bareme compile FEESCHED.cpy).
      *> Tout titulaire ou co-titulaire d'un compte
      *> (COMPTETITULAIRES.DAT, hors procurations) est concerne : il
      *> recoit un message par msgnotif et l'envoi est trace dans
      *> TARIFAVIS.DAT (voir TARIFAVIS.cpy), qui evite tout second
      *> avis de la meme ligne. Le rapport TARIFAVIS.RPT, inscrit au
      *> spool retenu sous le nom TARIFAVIS, donne pour chaque ligne
      *> annoncee les avis envoyes et signale ceux partis moins de
      *> deux mois avant la date d'effet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARIFS ASSIGN TO "TARIFS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TARIFS-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-STATUS.

           SELECT TARIFAVIS ASSIGN TO "TARIFAVIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TARIFAVIS-STATUS.

           SELECT TARIFAVIS-RPT ASSIGN TO "TARIFAVIS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TARIFS.
           COPY "TARIF.cpy".

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD TARIFAVIS.
           COPY "TARIFAVIS.cpy".

       FD TARIFAVIS-RPT.
       01 TARIFAVIS-RPT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TARIFS-STATUS       PIC X(2).
       01 WS-TITULAIRES-STATUS   PIC X(2).
       01 WS-TARIFAVIS-STATUS    PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> bareme compile : montant d'un type sans ligne anterieure
           COPY "FEESCHED.cpy".
       01 WS-FEE-IDX             PIC 9(2).

      *> lignes de TARIFS.DAT
       01 WS-TF-TABLE.
           05 WS-TF-ENTRY OCCURS 500 TIMES.
              10 WS-TF-TYPEOP          PIC X(25).
              10 WS-TF-DATE-EFFET      PIC X(10).
              10 WS-TF-MONTANT         PIC 9(3)V99.
       01 WS-TF-COUNT            PIC 9(3) VALUE 0.
       01 WS-TF-IDX              PIC 9(3).
       01 WS-TF-PREC             PIC 9(3).

      *> titulaires distincts, et avis deja envoyes pour la ligne en
      *> cours de traitement
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 5000 TIMES.
              10 WS-CL-IDCLIENT        PIC 9(5).
              10 WS-CL-AVISE           PIC X(3).
       01 WS-CL-COUNT            PIC 9(4) VALUE 0.
       01 WS-CL-IDX              PIC 9(4).
       01 WS-CL-CUR              PIC 9(4).

      *> journal des avis deja envoyes
       01 WS-AV-TABLE.
           05 WS-AV-ENTRY OCCURS 20000 TIMES.
              10 WS-AV-TYPEOP          PIC X(25).
              10 WS-AV-DATE-EFFET      PIC X(10).
              10 WS-AV-IDCLIENT        PIC 9(5).
       01 WS-AV-COUNT            PIC 9(5) VALUE 0.
       01 WS-AV-IDX              PIC 9(5).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

      *> ligne a annoncer : ancien montant et limite du preavis
      *> (date d'effet moins deux mois)
       01 WS-ANCIEN-MONTANT      PIC 9(3)V99.
       01 WS-ANCIEN-DATE         PIC X(10).
       01 WS-AN                  PIC 9(4).
       01 WS-MOIS                PIC 9(2).
       01 WS-LIMITE-PREAVIS      PIC X(10).
       01 WS-MONTANT-EDIT        PIC ZZ9.99.
       01 WS-ANCIEN-EDIT         PIC ZZ9.99.

       01 WS-LN-ENVOYES          PIC 9(7).
       01 WS-LN-DEJA             PIC 9(7).
       01 WS-NB-LIGNES           PIC 9(7) VALUE 0.
       01 WS-NB-ENVOYES          PIC 9(7) VALUE 0.
       01 WS-NB-TARDIFS          PIC 9(7) VALUE 0.

      *> notification systeme du client via msgnotif (MESSAGES.DAT)
       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'tarifavisbatch'.
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

           OPEN OUTPUT TARIFAVIS-RPT.
           MOVE SPACES TO TARIFAVIS-RPT-LINE.
           STRING "AVIS DE MODIFICATION DES TARIFS AU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO TARIFAVIS-RPT-LINE.
           WRITE TARIFAVIS-RPT-LINE.

           PERFORM 0200-CHARGER-TARIFS.
           PERFORM 0300-CHARGER-TITULAIRES.
           PERFORM 0400-CHARGER-AVIS.
           IF WS-TABLES-TRONQUE = 'OUI'
              MOVE "*** TROP DE TARIFS, DE CLIENTS OU D'AVIS : ARRET"
                TO TARIFAVIS-RPT-LINE
              WRITE TARIFAVIS-RPT-LINE
              CLOSE TARIFAVIS-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN EXTEND TARIFAVIS.
           IF WS-TARIFAVIS-STATUS = "35"
              OPEN OUTPUT TARIFAVIS
           END-IF.
           PERFORM VARYING WS-TF-IDX FROM 1 BY 1
              UNTIL WS-TF-IDX > WS-TF-COUNT
              IF WS-TF-DATE-EFFET(WS-TF-IDX) > WS-TODAY-ISO
                 PERFORM 0500-MONTANT-PRECEDENT
                 IF WS-ANCIEN-MONTANT NOT = WS-TF-MONTANT(WS-TF-IDX)
                    PERFORM 0600-ANNONCER-LIGNE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE TARIFAVIS.

           MOVE SPACES TO TARIFAVIS-RPT-LINE.
           STRING "LIGNES ANNONCEES: " WS-NB-LIGNES
              "  AVIS ENVOYES: " WS-NB-ENVOYES
              "  DONT HORS DELAI DE DEUX MOIS: " WS-NB-TARDIFS
              DELIMITED BY SIZE INTO TARIFAVIS-RPT-LINE.
           WRITE TARIFAVIS-RPT-LINE.
           CLOSE TARIFAVIS-RPT.

           MOVE 'TARIFAVIS' TO WS-SPOOL-NOM.
           MOVE 'TARIFAVIS.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NB-ENVOYES TO WS-BR-RECORDS.
           MOVE WS-NB-TARDIFS TO WS-BR-FAILED.
           IF WS-NB-TARDIFS > 0
              MOVE 'PARTIEL' TO WS-BR-STATUT
           ELSE
              MOVE 'TERMINE' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-CHARGER-TARIFS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TARIFS.
           IF WS-TARIFS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ TARIFS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-TF-COUNT < 500
                 ADD 1 TO WS-TF-COUNT
                 MOVE TF-TYPEOP TO WS-TF-TYPEOP(WS-TF-COUNT)
                 MOVE TF-DATE-EFFET TO WS-TF-DATE-EFFET(WS-TF-COUNT)
                 MOVE TF-MONTANT TO WS-TF-MONTANT(WS-TF-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
              END-IF
              READ TARIFS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TARIFS.

      *> titulaires et co-titulaires distincts (pas les procurations)
       0300-CHARGER-TITULAIRES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ TITULAIRES NEXT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF TIT-ROLE(1:11) NOT = 'PROCURATION'
                 PERFORM 0310-AJOUTER-CLIENT
              END-IF
              READ TITULAIRES NEXT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

       0310-AJOUTER-CLIENT.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              IF WS-CL-IDCLIENT(WS-CL-IDX) = TIT-IDCLIENT
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-CL-COUNT NOT < 5000
              MOVE 'OUI' TO WS-TABLES-TRONQUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CL-COUNT.
           MOVE TIT-IDCLIENT TO WS-CL-IDCLIENT(WS-CL-COUNT).
           MOVE 'NON' TO WS-CL-AVISE(WS-CL-COUNT).

       0400-CHARGER-AVIS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TARIFAVIS.
           IF WS-TARIFAVIS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ TARIFAVIS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-AV-COUNT < 20000
                 ADD 1 TO WS-AV-COUNT
                 MOVE TA-TYPEOP TO WS-AV-TYPEOP(WS-AV-COUNT)
                 MOVE TA-DATE-EFFET TO WS-AV-DATE-EFFET(WS-AV-COUNT)
                 MOVE TA-IDCLIENT TO WS-AV-IDCLIENT(WS-AV-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
              END-IF
              READ TARIFAVIS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TARIFAVIS.

      *> montant en vigueur la veille de la date d'effet : derniere
      *> ligne anterieure du meme type, a defaut le bareme compile
       0500-MONTANT-PRECEDENT.
           MOVE SPACES TO WS-ANCIEN-DATE.
           PERFORM VARYING WS-TF-PREC FROM 1 BY 1
              UNTIL WS-TF-PREC > WS-TF-COUNT
              IF WS-TF-TYPEOP(WS-TF-PREC) = WS-TF-TYPEOP(WS-TF-IDX)
                 AND WS-TF-DATE-EFFET(WS-TF-PREC)
                    < WS-TF-DATE-EFFET(WS-TF-IDX)
                 AND WS-TF-DATE-EFFET(WS-TF-PREC)
                    NOT < WS-ANCIEN-DATE
                 MOVE WS-TF-DATE-EFFET(WS-TF-PREC) TO WS-ANCIEN-DATE
                 MOVE WS-TF-MONTANT(WS-TF-PREC) TO WS-ANCIEN-MONTANT
              END-IF
           END-PERFORM.
           IF WS-ANCIEN-DATE NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEFAULT-AMOUNT TO WS-ANCIEN-MONTANT.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
              UNTIL WS-FEE-IDX > WS-FEE-NB
              IF WS-FEE-TYPEOP(WS-FEE-IDX) = WS-TF-TYPEOP(WS-TF-IDX)
                 MOVE WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-ANCIEN-MONTANT
              END-IF
           END-PERFORM.

      *>------------------------------------------------------------------------
      *> ligne a annoncer : avis a chaque titulaire qui ne l'a pas
      *> encore recu, trace dans TARIFAVIS.DAT
      *>------------------------------------------------------------------------
       0600-ANNONCER-LIGNE.
           ADD 1 TO WS-NB-LIGNES.
           MOVE ZEROES TO WS-LN-ENVOYES.
           MOVE ZEROES TO WS-LN-DEJA.

           MOVE WS-TF-DATE-EFFET(WS-TF-IDX)(1:4) TO WS-AN.
           MOVE WS-TF-DATE-EFFET(WS-TF-IDX)(6:2) TO WS-MOIS.
           IF WS-MOIS > 2
              SUBTRACT 2 FROM WS-MOIS
           ELSE
              ADD 10 TO WS-MOIS
              SUBTRACT 1 FROM WS-AN
           END-IF.
           MOVE SPACES TO WS-LIMITE-PREAVIS.
           STRING WS-AN '-' WS-MOIS '-'
              WS-TF-DATE-EFFET(WS-TF-IDX)(9:2)
              DELIMITED BY SIZE INTO WS-LIMITE-PREAVIS.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              MOVE 'NON' TO WS-CL-AVISE(WS-CL-IDX)
           END-PERFORM.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
              UNTIL WS-AV-IDX > WS-AV-COUNT
              IF WS-AV-TYPEOP(WS-AV-IDX) = WS-TF-TYPEOP(WS-TF-IDX)
                 AND WS-AV-DATE-EFFET(WS-AV-IDX)
                    = WS-TF-DATE-EFFET(WS-TF-IDX)
                 PERFORM 0610-MARQUER-AVISE
              END-IF
           END-PERFORM.

           MOVE WS-TF-MONTANT(WS-TF-IDX) TO WS-MONTANT-EDIT.
           MOVE WS-ANCIEN-MONTANT TO WS-ANCIEN-EDIT.
           MOVE 'Modification de nos tarifs' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING FUNCTION TRIM(WS-TF-TYPEOP(WS-TF-IDX)) ' : '
              FUNCTION TRIM(WS-MONTANT-EDIT) ' EUR au '
              WS-TF-DATE-EFFET(WS-TF-IDX)
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              IF WS-CL-AVISE(WS-CL-IDX) = 'OUI'
                 ADD 1 TO WS-LN-DEJA
              ELSE
                 CALL 'msgnotif' USING WS-CL-IDCLIENT(WS-CL-IDX),
                    WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO
                 MOVE WS-TF-TYPEOP(WS-TF-IDX) TO TA-TYPEOP
                 MOVE WS-TF-DATE-EFFET(WS-TF-IDX) TO TA-DATE-EFFET
                 MOVE WS-CL-IDCLIENT(WS-CL-IDX) TO TA-IDCLIENT
                 MOVE WS-TODAY-ISO TO TA-DATE-ENVOI
                 WRITE TARIFAVIS-RECORD
                 ADD 1 TO WS-LN-ENVOYES
              END-IF
           END-PERFORM.
           ADD WS-LN-ENVOYES TO WS-NB-ENVOYES.

           MOVE SPACES TO TARIFAVIS-RPT-LINE.
           STRING WS-TF-TYPEOP(WS-TF-IDX) " AU "
              WS-TF-DATE-EFFET(WS-TF-IDX) " "
              WS-ANCIEN-EDIT " -> " WS-MONTANT-EDIT
              "  ENVOYES " WS-LN-ENVOYES
              "  DEJA AVISES " WS-LN-DEJA
              DELIMITED BY SIZE INTO TARIFAVIS-RPT-LINE.
           WRITE TARIFAVIS-RPT-LINE.
           IF WS-LN-ENVOYES > 0
              AND WS-TODAY-ISO > WS-LIMITE-PREAVIS
              ADD WS-LN-ENVOYES TO WS-NB-TARDIFS
              MOVE SPACES TO TARIFAVIS-RPT-LINE
              STRING "   *** AVIS HORS DELAI : PREAVIS DE DEUX MOIS "
                 "DEPASSE DEPUIS LE " WS-LIMITE-PREAVIS
                 DELIMITED BY SIZE INTO TARIFAVIS-RPT-LINE
              WRITE TARIFAVIS-RPT-LINE
           END-IF.

       0610-MARQUER-AVISE.
           PERFORM VARYING WS-CL-CUR FROM 1 BY 1
              UNTIL WS-CL-CUR > WS-CL-COUNT
              IF WS-CL-IDCLIENT(WS-CL-CUR) = WS-AV-IDCLIENT(WS-AV-IDX)
                 MOVE 'OUI' TO WS-CL-AVISE(WS-CL-CUR)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       END PROGRAM tarifavisbatch.
