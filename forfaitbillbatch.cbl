      *> effet. Un debit refuse part au rapport FORFAIT.RPT, la
      *> souscription reste ACTIVE et sera representee le mois
      *> suivant.
      *> En mode SIMULATION (module simulposte) chaque cotisation a
      *> passer est calculee et listee au rapport de simulation sans
      *> debit, SQL ni ligne au journal des frais -- la provision du
      *> compte n'est pas controlee, opdebit n'etant pas appele. Le
      *> passage reel suivant edite ses ecarts contre la simulation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD FORFSOUSCR.
       01 FORFSOUSCR-RECORD.
           05 FS-IDCLIENT        PIC 9(5).
           05 FS-CODE-FORFAIT    PIC X(6).
           05 FS-COMPTEID        PIC 9(5).
           05 FS-DATE-SOUSCR     PIC X(10).
           05 FS-STATUT          PIC X(10).

       FD FEESLEDG.
       01 FEE-LEDGER-RECORD.
           05 FL-TYPEOP      PIC X(25).
           05 FL-MONTANT     PIC S9(9)V99.
           05 FL-DATE        PIC X(10).
           05 FL-COMPTEID    PIC 9(5).
           05 FL-IDCLIENT    PIC 9(5).

       FD FORFAIT-RPT.
       01 FORFAIT-RPT-LINE       PIC X(100).
       01 L-SOLDE        PIC 9(5)V99.
       01 L-CREDIT       PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-COMPTEID     PIC 9(5).
       01 L-DATE         PIC X(10).
       01 L-SUCCESS      PIC X(3).

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

      *> date de traitement officielle servie par le registre
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

      *> passage reel ou simule, voir le module simulposte
       01 WS-SP-ACTION          PIC X.
       01 WS-SP-PROGRAMME       PIC X(20) VALUE 'forfaitbillbatch'.
       01 WS-SP-CLE             PIC X(20) VALUE 'forfaitbillbatch'.
       01 WS-SP-COMPTEID        PIC 9(5).
       01 WS-SP-IDCLIENT        PIC 9(5).
       01 WS-SP-TYPE            PIC X(25).
       01 WS-SP-MONTANT         PIC S9(9)V99.
       01 WS-SP-DETAIL          PIC X(40).
       01 WS-SP-MODE            PIC X(10).
           88 SP-SIMULATION     VALUE 'SIMULATION'.

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
              TODAYS-DATE(7:2) DELIMITED BY SIZE INTO WS-TODAY-ISO.
           MOVE WS-TODAY-ISO TO L-DATE.

           MOVE 'M' TO WS-SP-ACTION.
           PERFORM 0950-APPELER-SIMULPOSTE.

           PERFORM 0200-LOAD-FORFAITS.

           IF NOT SP-SIMULATION
              OPEN OUTPUT FORFAIT-RPT
              MOVE "FACTURATION MENSUELLE DES FORFAITS"
                 TO FORFAIT-RPT-LINE
              WRITE FORFAIT-RPT-LINE
              OPEN EXTEND GENERESQL
              OPEN EXTEND GENERUPDATE
           END-IF.

           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT FORFSOUSCR.
              CLOSE FORFSOUSCR
           END-IF.

           IF NOT SP-SIMULATION
              CLOSE GENERESQL, GENERUPDATE
              MOVE SPACES TO FORFAIT-RPT-LINE
              STRING "FACTURES: " WS-FACTURES
                 "  REFUSES: " WS-REFUSES
                 "  DEJA FACTURES: " WS-DEJA-FACTURES
                 DELIMITED BY SIZE INTO FORFAIT-RPT-LINE
              WRITE FORFAIT-RPT-LINE
              CLOSE FORFAIT-RPT
           END-IF.

           MOVE 'F' TO WS-SP-ACTION.
           PERFORM 0950-APPELER-SIMULPOSTE.

           GOBACK.

              END-IF
           END-PERFORM.
           IF WS-FF-FOUND = 0
              IF SP-SIMULATION
                 MOVE FS-COMPTEID TO WS-SP-COMPTEID
                 MOVE FS-IDCLIENT TO WS-SP-IDCLIENT
                 MOVE SPACES TO WS-SP-DETAIL
                 STRING 'FORFAIT ' FS-CODE-FORFAIT
                    ' INCONNU DU CATALOGUE'
                    DELIMITED BY SIZE INTO WS-SP-DETAIL
                 MOVE 'N' TO WS-SP-ACTION
                 PERFORM 0950-APPELER-SIMULPOSTE
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO FORFAIT-RPT-LINE
              STRING "CLIENT " FS-IDCLIENT " FORFAIT "
                 FS-CODE-FORFAIT " INCONNU DU CATALOGUE"
           END-IF.

           MOVE WS-FF-COTISATION(WS-FF-FOUND) TO WS-COTISATION.

           MOVE FS-COMPTEID TO WS-SP-COMPTEID.
           MOVE FS-IDCLIENT TO WS-SP-IDCLIENT.
           MOVE 'COTISATION FORFAIT' TO WS-SP-TYPE.
           COMPUTE WS-SP-MONTANT = 0 - WS-COTISATION.
           MOVE SPACES TO WS-SP-DETAIL.
           STRING 'FORFAIT ' WS-FF-LIBELLE(WS-FF-FOUND)
              DELIMITED BY SIZE INTO WS-SP-DETAIL.
           IF SP-SIMULATION
              ADD 1 TO WS-FACTURES
              MOVE 'P' TO WS-SP-ACTION
              PERFORM 0950-APPELER-SIMULPOSTE
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-COTISATION TO L-CREDIT.
           MOVE FS-COMPTEID TO L-COMPTEID.
              ADD 1 TO WS-FACTURES
              PERFORM 0350-GENERER-SQL
              PERFORM 0360-LOG-FEESLEDG
              MOVE 'P' TO WS-SP-ACTION
              PERFORM 0950-APPELER-SIMULPOSTE
           ELSE
              ADD 1 TO WS-REFUSES
              MOVE SPACES TO FORFAIT-RPT-LINE
           WRITE FEE-LEDGER-RECORD.
           CLOSE FEESLEDG.

       0950-APPELER-SIMULPOSTE.
           CALL 'simulposte' USING WS-SP-ACTION, WS-SP-PROGRAMME,
              WS-SP-CLE, WS-SP-COMPTEID, WS-SP-IDCLIENT, WS-SP-TYPE,
              WS-SP-MONTANT, WS-SP-DETAIL, WS-SP-MODE.

       END PROGRAM forfaitbillbatch.
