      *> ans -- puis reecrit le fichier complet. Une carte dont le
      *> remplacement EN FABRICATION existe deja n'est pas renouvelee
      *> une seconde fois, pour que le batch puisse etre relance.
      *> Les cartes PREPAYEE expirees ne perdent pas leur solde : le
      *> disponible stocke sur la carte (registre CARTEPREP.DAT) est
      *> rendu au compte de financement via opcredit, avec la paire
      *> INSERT/UPDATE sequencee habituelle et un mouvement
      *> REMBOURSEMT au journal CARTEPREPMVT.DAT ; la carte passe
      *> REMBOURSEE au registre quand plus rien n'y est retenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS CR-NUMCARTE
              FILE STATUS IS WS-CARTES-IXST.

           SELECT CARTEPREP ASSIGN TO "CARTEPREP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARTEPREP-STATUS.

           SELECT CARTEPREPMVT ASSIGN TO "CARTEPREPMVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARTEPREPMVT-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CARTES.
       01 CARTES-RECORD.
           05 CR-NUMCARTE        PIC X(16).
           05 CR-COMPTEID        PIC 9(5).
           05 CR-STATUT          PIC X(14).
           05 CR-DATE-EMISSION   PIC X(10).
           05 CR-DATE-EXPIR      PIC X(10).
           05 CR-TYPE-CARTE      PIC X(10).

       FD CARTEPREP.
           COPY "CARTEPREP.cpy".

       FD CARTEPREPMVT.
           COPY "CARTEPREPMVT.cpy".

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       WORKING-STORAGE SECTION.
       01 WS-CARTES-IXST           PIC X(2).
       01 WS-EOF-CARTES         PIC X(3) VALUE "NON".
       01 WS-CARTES-TABLE.
           05 WS-CR-ENTRY OCCURS 100 TIMES.
              10 WS-CR-NUMCARTE      PIC X(16).
              10 WS-CR-COMPTEID      PIC 9(5).
              10 WS-CR-STATUT        PIC X(14).
              10 WS-CR-DATE-EMISSION PIC X(10).
              10 WS-CR-DATE-EXPIR    PIC X(10).
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

      *> registre des soldes des cartes prepayees charge en table
       01 WS-CARTEPREP-STATUS    PIC X(2).
       01 WS-CARTEPREPMVT-STATUS PIC X(2).
       01 WS-EOF-PREP           PIC X(3).
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
       01 WS-PC-COUNT           PIC 9(3) VALUE 0.
       01 WS-PC-IDX             PIC 9(3).
       01 WS-PREP-TRONQUE       PIC X(3) VALUE 'NON'.
       01 WS-PREP-EXPIREE       PIC X(3).
       01 WS-REMB-COUNT         PIC 9(3) VALUE 0.
       01 WS-REMB-REFUS         PIC 9(3) VALUE 0.
       01 WS-REMB-MAJ           PIC X(3) VALUE 'NON'.

      *> credit du compte de financement via opcredit
       01 L-SOLDE               PIC 9(5)V99.
       01 L-SOMME               PIC 9(5)V99.
       01 L-NEWSOLDE            PIC 9(5)V99.
       01 L-COMPTEID            PIC 9(5).
       01 L-SUCCESS             PIC X(3).

      *> restart/checkpoint sequence number, voir seqbloc
       01 WS-SQL-SEQ-NR         PIC 9(10) VALUE ZEROES.

      *> meme disposition que SQL-DETAIL-LINE / SQL-UPDATE-LINE de
      *> payinbatch (pas de STATUSOP : operation de batch)
       01 SQL-DETAIL-LINE.
           05 DET-START           PIC X(79) VALUE
       'INSERT INTO OPERATIONS (TYPE,LIBELLE,MONTANT,COMPTEID,IDCLIENT,
      -'DATEOP) VALUES('.
           05 FILLER              PIC X   VALUE "'".
           05 DET-TYPE            PIC X(25).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-LIBELLE         PIC X(30).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".

       01  SQL-UPDATE-LINE.
            05 FILLER      PIC X(33) VALUE
            'UPDATE COMPTES SET SOLDE = SOLDE '.
            05 DET-OPERATOR        PIC X.
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.

           DISPLAY "Cartes renouvelees : " WS-RENOUV-COUNT.

           PERFORM 0500-REMBOURSER-PREPAYEES.
           DISPLAY "Cartes prepayees remboursees : " WS-REMB-COUNT.
           IF WS-REMB-REFUS > 0
              DISPLAY "Remboursements refuses (retentes) : "
                 WS-REMB-REFUS
           END-IF.

           GOBACK.

       0200-LOAD-CARTES.
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-CARTES-COUNT
              IF WS-CR-COMPTEID(WS-JDX) = WS-CR-COMPTEID(WS-IDX)
                 AND WS-CR-TYPE-CARTE(WS-JDX) = WS-CR-TYPE-CARTE(WS-IDX)
                 AND WS-CR-STATUT(WS-JDX) = 'EN FABRICATION'
                 MOVE 'OUI' TO WS-DEJA-RENOUVELEE
                 EXIT PERFORM
           END-PERFORM.
           CLOSE CARTES.

      *> solde des cartes prepayees expirees rendu au compte de
      *> financement ; un credit refuse (plafond de depot) est
      *> retente au passage suivant
       0500-REMBOURSER-PREPAYEES.
           MOVE 0 TO WS-PC-COUNT.
           MOVE 'NON' TO WS-EOF-PREP.
           OPEN INPUT CARTEPREP.
           IF WS-CARTEPREP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CARTEPREP
              AT END MOVE 'OUI' TO WS-EOF-PREP
           END-READ.
           PERFORM UNTIL WS-EOF-PREP = 'OUI'
              IF WS-PC-COUNT < 500
                 ADD 1 TO WS-PC-COUNT
                 MOVE CARTEPREP-RECORD TO WS-PC-ENTRY(WS-PC-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-PREP-TRONQUE
              END-IF
              READ CARTEPREP
                 AT END MOVE 'OUI' TO WS-EOF-PREP
              END-READ
           END-PERFORM.
           CLOSE CARTEPREP.
           IF WS-PREP-TRONQUE = 'OUI'
              DISPLAY "CARTEPREP.DAT trop grand : aucun remboursement"
              EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND GENERESQL.
           OPEN EXTEND GENERUPDATE.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
              UNTIL WS-PC-IDX > WS-PC-COUNT
              IF WS-PC-STATUT(WS-PC-IDX) NOT = 'REMBOURSEE'
                 PERFORM 0510-CARTE-PREP-EXPIREE
                 IF WS-PREP-EXPIREE = 'OUI'
                    PERFORM 0520-REMBOURSER-CARTE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           IF WS-REMB-MAJ = 'OUI'
              OPEN OUTPUT CARTEPREP
              PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                 UNTIL WS-PC-IDX > WS-PC-COUNT
                 MOVE WS-PC-ENTRY(WS-PC-IDX) TO CARTEPREP-RECORD
                 WRITE CARTEPREP-RECORD
              END-PERFORM
              CLOSE CARTEPREP
           END-IF.

       0510-CARTE-PREP-EXPIREE.
           MOVE 'NON' TO WS-PREP-EXPIREE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-CARTES-COUNT
              IF WS-CR-NUMCARTE(WS-JDX) = WS-PC-NUMCARTE(WS-PC-IDX)
                 IF WS-CR-DATE-EXPIR(WS-JDX) NOT = SPACES
                    AND WS-CR-DATE-EXPIR(WS-JDX) < WS-TODAY-ISO
                    MOVE 'OUI' TO WS-PREP-EXPIREE
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> seul le disponible est rendu : un achat autorise avant
      *> l'expiration reste retenu jusqu'a son rejet par
      *> achatcbbatch, et son montant part au passage suivant
       0520-REMBOURSER-CARTE.
           COMPUTE L-SOMME = WS-PC-SOLDE(WS-PC-IDX)
              - WS-PC-RESERVE(WS-PC-IDX).
           IF L-SOMME > ZEROES
              MOVE ZEROES TO L-SOLDE
              MOVE WS-PC-COMPTEID(WS-PC-IDX) TO L-COMPTEID
              CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
                 L-COMPTEID, WS-TODAY-ISO, L-SUCCESS, 'EUR', 'EUR'
              IF L-SUCCESS NOT = 'OUI'
                 ADD 1 TO WS-REMB-REFUS
                 EXIT PARAGRAPH
              END-IF
              PERFORM 0530-ECRIRE-REMBOURSEMENT
           END-IF.

           IF WS-PC-SOLDE(WS-PC-IDX) = ZEROES
              AND WS-PC-RESERVE(WS-PC-IDX) = ZEROES
              MOVE 'REMBOURSEE' TO WS-PC-STATUT(WS-PC-IDX)
              MOVE WS-TODAY-ISO TO WS-PC-DATE-MAJ(WS-PC-IDX)
              MOVE 'OUI' TO WS-REMB-MAJ
           END-IF.

       0530-ECRIRE-REMBOURSEMENT.
           MOVE 'REMBOURSEMENT PREPAYEE' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'SOLDE CARTE EXPIREE '
              WS-PC-NUMCARTE(WS-PC-IDX)(13:4)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING '+' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE L-COMPTEID TO DET-COMPTEID.
           MOVE WS-PC-IDCLIENT(WS-PC-IDX) TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE SPACES TO PM-REFERENCE.
           STRING 'PP' WS-SQL-SEQ-NR
              DELIMITED BY SIZE INTO PM-REFERENCE.

           MOVE '+' TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE L-COMPTEID TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

           SUBTRACT L-SOMME FROM WS-PC-SOLDE(WS-PC-IDX).
           MOVE WS-TODAY-ISO TO WS-PC-DATE-MAJ(WS-PC-IDX).
           MOVE 'OUI' TO WS-REMB-MAJ.
           ADD 1 TO WS-REMB-COUNT.

           MOVE WS-PC-NUMCARTE(WS-PC-IDX) TO PM-NUMCARTE.
           MOVE WS-TODAY-ISO TO PM-DATE.
           MOVE 'REMBOURSEMT' TO PM-TYPE.
           MOVE L-SOMME TO PM-MONTANT.
           MOVE SPACES TO PM-LIBELLE.
           STRING 'CARTE EXPIREE VERS COMPTE ' L-COMPTEID
              DELIMITED BY SIZE INTO PM-LIBELLE.
           MOVE 'EFFECTUE' TO PM-STATUT.
           MOVE WS-TODAY-ISO TO PM-DATE-EFFET.
           MOVE WS-PC-SOLDE(WS-PC-IDX) TO PM-SOLDE-APRES.
           OPEN EXTEND CARTEPREPMVT.
           IF WS-CARTEPREPMVT-STATUS = "35"
              CLOSE CARTEPREPMVT
              OPEN OUTPUT CARTEPREPMVT
           END-IF.
           WRITE CARTEPREPMVT-RECORD.
           CLOSE CARTEPREPMVT.

       0450-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

       END PROGRAM carterenouvbatch.
