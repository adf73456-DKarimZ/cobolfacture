      *> 'FRAIS TENUE COMPTE SEUIL' et l'ecrit en debit dans
      *> GENERESQL.SQL/GENERUPDATE.SQL, meme format que interetbatch
      *> (INSERT operation + UPDATE solde, pas de STATUSOP).
      *> En mode SIMULATION (module simulposte) les frais sont
      *> calcules compte par compte et listes au rapport de
      *> simulation, sans SQL, journal, numero de sequence ni ligne
      *> au journal des frais (commisionfrais lit le meme mode). Le
      *> passage reel suivant edite ses ecarts contre la simulation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> Declaration des variables hotes utilisés lors des requêtes
      *EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 HV-CLIENT.
           05 HV-CLIENT-ID            PIC S9(5) COMP-3.
           05 HV-CLIENT-TYPECLIENT    PIC X(20).

        01 HV-COMPTE.
           05 HV-COMPTE-ID            PIC S9(5) COMP-3.
           05 HV-COMPTE-SOLDE         PIC S9(4)V99 PACKED-DECIMAL.
           05 HV-CLIENT-ID2           PIC S9(5) COMP-3.
      *EXEC SQL END DECLARE SECTION END-EXEC

      *> Curseur pour parcourir tous les comptes ouverts, tous
      *     END-EXEC

       01 WS-FIELDS.
           05 CLIENT-ID               PIC S9(5).
           05 CLIENT-TYPECLIENT        PIC X(20).
           05 COMPTE-ID               PIC S9(5).
           05 COMPTE-SOLDE            PIC 9(5)V99.
           05 COMPTE-CLIENTID         PIC S9(5).

      *> parametres d'appel de commisionfrais, meme noms que les
      *> sections FNC-xxx-EXEC de activity2client.cbl
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".


       01 WS-BD-DATE-NUM        PIC 9(8).
       01 WS-BD-DATE-ISO        PIC X(10).

      *> passage reel ou simule, voir le module simulposte
       01 WS-SP-ACTION          PIC X.
       01 WS-SP-PROGRAMME       PIC X(20) VALUE 'fraisminbatch'.
       01 WS-SP-CLE             PIC X(20) VALUE 'fraisminbatch'.
       01 WS-SP-COMPTEID        PIC 9(5).
       01 WS-SP-IDCLIENT        PIC 9(5).
       01 WS-SP-TYPE            PIC X(25).
       01 WS-SP-MONTANT         PIC S9(9)V99.
       01 WS-SP-DETAIL          PIC X(40).
       01 WS-SP-MODE            PIC X(10).
           88 SP-SIMULATION     VALUE 'SIMULATION'.
       01 WS-ED-SOLDE           PIC Z(4)9.99.
       01 WS-ED-SEUIL           PIC Z(4)9.99.

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
              WS-BD-DATE-ISO.
           MOVE WS-BD-DATE-ISO TO WS-DATE.
           PERFORM 0150-READ-FRAISMINPARM.
           MOVE 'M' TO WS-SP-ACTION.
           PERFORM 0950-APPELER-SIMULPOSTE.
           IF NOT SP-SIMULATION
              OPEN EXTEND GENERESQL
              OPEN EXTEND GENERUPDATE
           END-IF.

           PERFORM 0200-CONNECT-BDD.
           PERFORM 0210-OPEN-CURSOR.
           PERFORM 0300-FETCH-LOOP.
           PERFORM 0220-CLOSE-CURSOR.

           MOVE 'F' TO WS-SP-ACTION.
           PERFORM 0950-APPELER-SIMULPOSTE.
      *>    une simulation ne compte pas comme passage au grand livre
           IF SP-SIMULATION
              GOBACK
           END-IF.

           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

                 C-TYPEOP, C-FRAGFINANC, C-PLAFOND, C-DATE, C-LIBELLE,
                 COMPTE-ID, COMPTE-CLIENTID

              MOVE COMPTE-ID TO WS-SP-COMPTEID
              MOVE COMPTE-CLIENTID TO WS-SP-IDCLIENT
              MOVE C-TYPEOP TO WS-SP-TYPE
              COMPUTE WS-SP-MONTANT = 0 - C-MONTANT
              MOVE COMPTE-SOLDE TO WS-ED-SOLDE
              MOVE WS-SEUIL-MIN TO WS-ED-SEUIL
              MOVE SPACES TO WS-SP-DETAIL
              STRING 'SOLDE ' WS-ED-SOLDE ' SEUIL ' WS-ED-SEUIL
                 DELIMITED BY SIZE INTO WS-SP-DETAIL
              MOVE 'P' TO WS-SP-ACTION
              PERFORM 0950-APPELER-SIMULPOSTE
              IF SP-SIMULATION
                 EXIT PARAGRAPH
              END-IF

              STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
                 DELIMITED BY SIZE INTO DET-DATEOP
              MOVE C-TYPEOP TO DET-TYPE
              WRITE PRINT-UP-LINE
           END-IF.

       0950-APPELER-SIMULPOSTE.
           CALL 'simulposte' USING WS-SP-ACTION, WS-SP-PROGRAMME,
              WS-SP-CLE, WS-SP-COMPTEID, WS-SP-IDCLIENT, WS-SP-TYPE,
              WS-SP-MONTANT, WS-SP-DETAIL, WS-SP-MODE.

       0420-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
      *>    (une lecture/reecriture de GENERESQLSEQ.DAT par bloc de
