       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashbackcredbatch.
       AUTHOR. D.KISAMA.

      *> Versement mensuel du cashback partenaires acquis par
      *> cashbackbatch. En debut de mois, toutes les lignes ACQUIS du
      *> registre CASHBACK.DAT dont l'achat est anterieur au mois en
      *> cours sont cumulees par compte ; le cumul est credite au
      *> compte via opcredit (comme valajustbatch : solde de
      *> reference COMPTES.DAT d'abord, puis la paire INSERT/UPDATE
      *> du flux sequence) sous le type d'operation propre CASHBACK,
      *> que glextractbatch passe en charge de marketing. Les lignes
      *> versees passent CREDITE avec la date du versement : une
      *> relance ne repaie rien.
      *> Parametres CASHBACKPARM.DAT : seuil minimum de versement
      *> (5,00 par defaut -- un cumul inferieur reste ACQUIS et se
      *> reporte au mois suivant) et duree de validite en mois (12
      *> par defaut) : une ligne ACQUIS ou SUSPENDU dont l'achat est
      *> plus ancien passe EXPIRE et ne sera jamais versee.
      *> Un credit refuse par opcredit (compte gele, cloture...)
      *> laisse les lignes ACQUIS, signalees sur CASHBACKCRED.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CASHBACKPARM ASSIGN TO "CASHBACKPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CASHBACKPARM-STATUS.

           SELECT CASHBACK ASSIGN TO "CASHBACK.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CASHBACK-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASHBACKCRED-RPT ASSIGN TO "CASHBACKCRED.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CASHBACKPARM.
       01 CASHBACKPARM-RECORD.
           05 CBP-SEUIL          PIC 9(3)V99.
           05 CBP-MOIS-EXPIR     PIC 9(2).

       FD CASHBACK.
       01 CASHBACK-RECORD.
           05 CK-REFERENCE       PIC X(16).
           05 CK-COMPTEID        PIC 9(5).
           05 CK-IDCLIENT        PIC 9(5).
           05 CK-MAGASIN         PIC X(15).
           05 CK-ACHAT           PIC 9(7)V99.
           05 CK-TAUX            PIC 9(2)V99.
           05 CK-MONTANT         PIC 9(5)V99.
           05 CK-DATE-ACHAT      PIC X(10).
           05 CK-STATUT          PIC X(10).
           05 CK-DATE-MAJ        PIC X(10).

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       FD CASHBACKCRED-RPT.
       01 CASHBACKCRED-RPT-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CASHBACKPARM-STATUS PIC X(2).
       01 WS-CASHBACK-STATUS     PIC X(2).
       01 WS-EOF                 PIC X(3).

       01 WS-SEUIL               PIC 9(3)V99 VALUE 5.00.
       01 WS-MOIS-EXPIR          PIC 9(2) VALUE 12.

       01 WS-CK-TABLE.
           05 WS-CK-ENTRY OCCURS 5000 TIMES.
              10 WS-CK-REFERENCE     PIC X(16).
              10 WS-CK-COMPTEID      PIC 9(5).
              10 WS-CK-IDCLIENT      PIC 9(5).
              10 WS-CK-MAGASIN       PIC X(15).
              10 WS-CK-ACHAT         PIC 9(7)V99.
              10 WS-CK-TAUX          PIC 9(2)V99.
              10 WS-CK-MONTANT       PIC 9(5)V99.
              10 WS-CK-DATE-ACHAT    PIC X(10).
              10 WS-CK-STATUT        PIC X(10).
              10 WS-CK-DATE-MAJ      PIC X(10).
       01 WS-CK-COUNT            PIC 9(4) VALUE 0.
       01 WS-CK-IDX              PIC 9(4).
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

      *> cumul a verser par compte
       01 WS-VS-TABLE.
           05 WS-VS-ENTRY OCCURS 2000 TIMES.
              10 WS-VS-COMPTEID      PIC 9(5).
              10 WS-VS-IDCLIENT      PIC 9(5).
              10 WS-VS-TOTAL         PIC 9(7)V99.
              10 WS-VS-NB-LIGNES     PIC 9(4).
       01 WS-VS-COUNT            PIC 9(4) VALUE 0.
       01 WS-VS-IDX              PIC 9(4).
       01 WS-FOUND               PIC X(3).

      *> mois en cours (les achats du mois attendent le mois
      *> suivant), mois verse et premier mois encore valide
       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-X REDEFINES TODAYS-DATE.
           05 WS-TODAY-YEAR      PIC 9(4).
           05 WS-TODAY-MM        PIC 9(2).
           05 FILLER             PIC 9(2).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-MOIS-COURANT        PIC X(7).
       01 WS-MOIS-VERSE          PIC X(7).
       01 WS-MOIS-LIMITE         PIC X(7).
       01 WS-NUM-MOIS            PIC 9(6).
       01 WS-CALC-YEAR           PIC 9(4).
       01 WS-CALC-MM             PIC 9(2).

       01 WS-NB-VERSEMENTS       PIC 9(7) VALUE 0.
       01 WS-NB-REPORTES         PIC 9(7) VALUE 0.
       01 WS-NB-REFUSES          PIC 9(7) VALUE 0.
       01 WS-NB-EXPIRES          PIC 9(7) VALUE 0.
       01 WS-TOTAL-VERSE         PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-EXPIRE        PIC 9(9)V99 VALUE 0.
       01 WS-MONTANT-ED          PIC Z(6)9.99.
       01 WS-TOTAL-ED            PIC Z(8)9.99.

      *> application du credit au solde de reference via opcredit,
      *> comme valajustbatch
       01 L-SOLDE               PIC 9(5)V99.
       01 L-SOMME               PIC 9(5)V99.
       01 L-NEWSOLDE            PIC 9(5)V99.
       01 L-COMPTEID            PIC 9(5).
       01 L-DATE                PIC X(10).
       01 L-SUCCESS             PIC X(3).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

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

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'cashbackcredbatch'.
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
           PERFORM 0150-READ-PARAMETERS.
           PERFORM 0200-LOAD-CASHBACK.

           OPEN OUTPUT CASHBACKCRED-RPT.
           MOVE SPACES TO CASHBACKCRED-RPT-LINE.
           STRING "VERSEMENT DU CASHBACK PARTENAIRES - ACHATS JUSQU'A "
              WS-MOIS-VERSE
              DELIMITED BY SIZE INTO CASHBACKCRED-RPT-LINE.
           WRITE CASHBACKCRED-RPT-LINE.

           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** REGISTRE CASHBACK.DAT TROP GRAND : ARRET"
                TO CASHBACKCRED-RPT-LINE
              WRITE CASHBACKCRED-RPT-LINE
              CLOSE CASHBACKCRED-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
              UNTIL WS-CK-IDX > WS-CK-COUNT
              PERFORM 0300-EXAMINER-LIGNE
           END-PERFORM.

           OPEN EXTEND GENERESQL.
           OPEN EXTEND GENERUPDATE.
           PERFORM VARYING WS-VS-IDX FROM 1 BY 1
              UNTIL WS-VS-IDX > WS-VS-COUNT
              PERFORM 0500-VERSER-COMPTE
           END-PERFORM.
           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           PERFORM 0800-REWRITE-CASHBACK.

           MOVE WS-TOTAL-VERSE TO WS-TOTAL-ED.
           MOVE SPACES TO CASHBACKCRED-RPT-LINE.
           STRING "VERSEMENTS: " WS-NB-VERSEMENTS
              "  TOTAL VERSE: " WS-TOTAL-ED
              "  REPORTES: " WS-NB-REPORTES
              "  REFUSES: " WS-NB-REFUSES
              DELIMITED BY SIZE INTO CASHBACKCRED-RPT-LINE.
           WRITE CASHBACKCRED-RPT-LINE.
           MOVE WS-TOTAL-EXPIRE TO WS-TOTAL-ED.
           MOVE SPACES TO CASHBACKCRED-RPT-LINE.
           STRING "LIGNES EXPIREES: " WS-NB-EXPIRES
              "  MONTANT EXPIRE: " WS-TOTAL-ED
              "  (ACHATS AVANT " WS-MOIS-LIMITE ")"
              DELIMITED BY SIZE INTO CASHBACKCRED-RPT-LINE.
           WRITE CASHBACKCRED-RPT-LINE.
           CLOSE CASHBACKCRED-RPT.

           MOVE 'CASHBACKCRED' TO WS-SPOOL-NOM.
           MOVE 'CASHBACKCRED.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-VERSEMENTS + WS-NB-REFUSES.
           MOVE WS-NB-REFUSES TO WS-BR-FAILED.
           IF WS-NB-REFUSES = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0150-READ-PARAMETERS.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.

           OPEN INPUT CASHBACKPARM.
           IF WS-CASHBACKPARM-STATUS = "00"
              READ CASHBACKPARM
                 NOT AT END
                    IF CBP-SEUIL IS NUMERIC
                       MOVE CBP-SEUIL TO WS-SEUIL
                    END-IF
                    IF CBP-MOIS-EXPIR IS NUMERIC
                       AND CBP-MOIS-EXPIR > ZEROES
                       MOVE CBP-MOIS-EXPIR TO WS-MOIS-EXPIR
                    END-IF
              END-READ
              CLOSE CASHBACKPARM
           END-IF.

           MOVE WS-TODAY-ISO(1:7) TO WS-MOIS-COURANT.

      *>    mois verse : le mois precedent ; mois limite : le plus
      *>    ancien mois d'achat encore valide
           COMPUTE WS-NUM-MOIS = WS-TODAY-YEAR * 12 + WS-TODAY-MM - 2.
           PERFORM 0160-MOIS-EN-CLAIR.
           MOVE SPACES TO WS-MOIS-VERSE.
           STRING WS-CALC-YEAR '-' WS-CALC-MM
              DELIMITED BY SIZE INTO WS-MOIS-VERSE.
           COMPUTE WS-NUM-MOIS = WS-TODAY-YEAR * 12 + WS-TODAY-MM - 1
              - WS-MOIS-EXPIR.
           PERFORM 0160-MOIS-EN-CLAIR.
           MOVE SPACES TO WS-MOIS-LIMITE.
           STRING WS-CALC-YEAR '-' WS-CALC-MM
              DELIMITED BY SIZE INTO WS-MOIS-LIMITE.

      *> numero de mois (annee x 12 + mois - 1) -> annee et mois
       0160-MOIS-EN-CLAIR.
           DIVIDE WS-NUM-MOIS BY 12 GIVING WS-CALC-YEAR
              REMAINDER WS-CALC-MM.
           ADD 1 TO WS-CALC-MM.

       0200-LOAD-CASHBACK.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CASHBACK.
           IF WS-CASHBACK-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CASHBACK
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-CK-COUNT < 5000
                 ADD 1 TO WS-CK-COUNT
                 MOVE CASHBACK-RECORD TO WS-CK-ENTRY(WS-CK-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ CASHBACK
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CASHBACK.

      *> expiration d'abord, puis cumul par compte des lignes
      *> ACQUIS anterieures au mois en cours
       0300-EXAMINER-LIGNE.
           IF WS-CK-STATUT(WS-CK-IDX) NOT = 'ACQUIS'
              AND WS-CK-STATUT(WS-CK-IDX) NOT = 'SUSPENDU'
              EXIT PARAGRAPH
           END-IF.
           IF WS-CK-DATE-ACHAT(WS-CK-IDX)(1:7) < WS-MOIS-LIMITE
              MOVE 'EXPIRE' TO WS-CK-STATUT(WS-CK-IDX)
              MOVE WS-TODAY-ISO TO WS-CK-DATE-MAJ(WS-CK-IDX)
              ADD 1 TO WS-NB-EXPIRES
              ADD WS-CK-MONTANT(WS-CK-IDX) TO WS-TOTAL-EXPIRE
              EXIT PARAGRAPH
           END-IF.
           IF WS-CK-STATUT(WS-CK-IDX) NOT = 'ACQUIS'
              OR WS-CK-DATE-ACHAT(WS-CK-IDX)(1:7)
                 NOT < WS-MOIS-COURANT
              EXIT PARAGRAPH
           END-IF.

           MOVE 'NON' TO WS-FOUND.
           PERFORM VARYING WS-VS-IDX FROM 1 BY 1
              UNTIL WS-VS-IDX > WS-VS-COUNT
              IF WS-VS-COMPTEID(WS-VS-IDX) = WS-CK-COMPTEID(WS-CK-IDX)
                 MOVE 'OUI' TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'NON'
              IF WS-VS-COUNT NOT < 2000
      *>          reporte au mois suivant, la table est pleine
                 ADD 1 TO WS-NB-REPORTES
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-VS-COUNT
              MOVE WS-VS-COUNT TO WS-VS-IDX
              MOVE WS-CK-COMPTEID(WS-CK-IDX)
                TO WS-VS-COMPTEID(WS-VS-IDX)
              MOVE WS-CK-IDCLIENT(WS-CK-IDX)
                TO WS-VS-IDCLIENT(WS-VS-IDX)
              MOVE ZEROES TO WS-VS-TOTAL(WS-VS-IDX)
              MOVE ZEROES TO WS-VS-NB-LIGNES(WS-VS-IDX)
           END-IF.
           ADD WS-CK-MONTANT(WS-CK-IDX) TO WS-VS-TOTAL(WS-VS-IDX).
           ADD 1 TO WS-VS-NB-LIGNES(WS-VS-IDX).

      *> un credit par compte ; sous le seuil, ou refuse, les
      *> lignes restent ACQUIS pour le mois suivant
       0500-VERSER-COMPTE.
           MOVE WS-VS-TOTAL(WS-VS-IDX) TO WS-MONTANT-ED.
           IF WS-VS-TOTAL(WS-VS-IDX) < WS-SEUIL
              ADD 1 TO WS-NB-REPORTES
              MOVE SPACES TO CASHBACKCRED-RPT-LINE
              STRING "COMPTE " WS-VS-COMPTEID(WS-VS-IDX)
                 " CUMUL " WS-MONTANT-ED
                 " SOUS LE SEUIL : REPORTE"
                 DELIMITED BY SIZE INTO CASHBACKCRED-RPT-LINE
              WRITE CASHBACKCRED-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'NON' TO L-SUCCESS.
           IF WS-VS-TOTAL(WS-VS-IDX) NOT > 99999.99
              MOVE ZEROES TO L-SOLDE
              MOVE WS-VS-TOTAL(WS-VS-IDX) TO L-SOMME
              MOVE WS-VS-COMPTEID(WS-VS-IDX) TO L-COMPTEID
              MOVE WS-TODAY-ISO TO L-DATE
              CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
                 L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'
           END-IF.
           IF L-SUCCESS NOT = 'OUI'
              ADD 1 TO WS-NB-REFUSES
              MOVE SPACES TO CASHBACKCRED-RPT-LINE
              STRING "COMPTE " WS-VS-COMPTEID(WS-VS-IDX)
                 " CUMUL " WS-MONTANT-ED
                 " REFUSE : A REPRENDRE PAR L'AGENCE"
                 DELIMITED BY SIZE INTO CASHBACKCRED-RPT-LINE
              WRITE CASHBACKCRED-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'CASHBACK' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'CASHBACK PARTENAIRES ' WS-MOIS-VERSE
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING '+' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-VS-COMPTEID(WS-VS-IDX) TO DET-COMPTEID.
           MOVE WS-VS-IDCLIENT(WS-VS-IDX) TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE '+' TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE WS-VS-COMPTEID(WS-VS-IDX) TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

      *>    les lignes versees passent CREDITE
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
              UNTIL WS-CK-IDX > WS-CK-COUNT
              IF WS-CK-COMPTEID(WS-CK-IDX) = WS-VS-COMPTEID(WS-VS-IDX)
                 AND WS-CK-STATUT(WS-CK-IDX) = 'ACQUIS'
                 AND WS-CK-DATE-ACHAT(WS-CK-IDX)(1:7)
                    < WS-MOIS-COURANT
                 MOVE 'CREDITE' TO WS-CK-STATUT(WS-CK-IDX)
                 MOVE WS-TODAY-ISO TO WS-CK-DATE-MAJ(WS-CK-IDX)
              END-IF
           END-PERFORM.

           ADD 1 TO WS-NB-VERSEMENTS.
           ADD WS-VS-TOTAL(WS-VS-IDX) TO WS-TOTAL-VERSE.
           MOVE SPACES TO CASHBACKCRED-RPT-LINE.
           STRING "COMPTE " WS-VS-COMPTEID(WS-VS-IDX)
              " CLIENT " WS-VS-IDCLIENT(WS-VS-IDX)
              " ACHATS " WS-VS-NB-LIGNES(WS-VS-IDX)
              " CREDITE " WS-MONTANT-ED
              DELIMITED BY SIZE INTO CASHBACKCRED-RPT-LINE.
           WRITE CASHBACKCRED-RPT-LINE.

       0450-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

       0800-REWRITE-CASHBACK.
           OPEN OUTPUT CASHBACK.
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
              UNTIL WS-CK-IDX > WS-CK-COUNT
              MOVE WS-CK-ENTRY(WS-CK-IDX) TO CASHBACK-RECORD
              WRITE CASHBACK-RECORD
           END-PERFORM.
           CLOSE CASHBACK.

       END PROGRAM cashbackcredbatch.
