      *> d'agios AGIOS.RPT que l'agence joint au releve. Le point de
      *> controle AGIOS.CKP retient la date du dernier arrete pour
      *> qu'une relance ne recompte pas les memes jours.
      *> Les agios d'un compte dont un titulaire a un dossier de
      *> surendettement ADMISSIBLE ou PLAN ne sont pas debites : ils
      *> sont journalises comme suspendus par surendcheck et
      *> signales sur le releve.
      *> En mode SIMULATION (module simulposte) le calcul est fait
      *> a l'identique mais rien n'est debite ni ecrit : ni SQL, ni
      *> journal, ni releve, ni point de controle -- l'apercu par
      *> compte part au rapport de simulation. Le passage reel
      *> suivant edite ses ecarts contre cette simulation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

       FD TAUXBAREME.
      *> somme des soldes debiteurs jour par jour, par compte
       01 WS-AGIO-TABLE.
           05 WS-AG-ENTRY OCCURS 200 TIMES.
              10 WS-AG-COMPTEID      PIC 9(5).
              10 WS-AG-CUMUL-DEBIT   PIC 9(9)V99.
              10 WS-AG-JOURS         PIC 9(5).
       01 WS-AGIO-COUNT          PIC 9(4) VALUE 0.
       01 WS-FOUND               PIC X(3).

       01 WS-AGIOS               PIC 9(5)V99.
       01 WS-SOLDE-ABS           PIC 9(9)V99.

       01 L-SOLDE        PIC 9(5)V99.
       01 L-CREDIT       PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-COMPTEID     PIC 9(5).
       01 L-SUCCESS      PIC X(3).

       01 TODAYS-DATE            PIC 9(8).

       01 WS-CHARGES-COUNT       PIC 9(4) VALUE 0.

      *> gel des agios au titre du surendettement, voir surendcheck
       01 WS-SUR-ACTION          PIC X VALUE 'S'.
       01 WS-SUR-IDCLIENT        PIC 9(5) VALUE ZEROES.
       01 WS-SUR-ORIGINE         PIC X(20) VALUE 'INTERETS DEBITEURS'.
       01 WS-SUR-MONTANT         PIC 9(7)V99.
       01 WS-SUR-SUSPENDU        PIC X(3).
       01 WS-SUR-STATUT          PIC X(10).
       01 WS-SUSPENDUS-COUNT     PIC 9(4) VALUE 0.

      *> restart/checkpoint sequence number, see 0320-NEXT-SQL-SEQ
       01 WS-SQL-SEQ-NR          PIC 9(10) VALUE ZEROES.

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

       01 WS-RPT-DETAIL.
           05 FILLER             PIC X(12) VALUE 'COMPTE ID : '.
           05 RPT-COMPTEID       PIC ZZZZ9.
           05 FILLER             PIC X(17) VALUE '  JOURS DEBITEURS'.
           05 RPT-JOURS          PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE '  AGIOS : '.
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

      *> passage reel ou simule, voir le module simulposte
       01 WS-SP-ACTION          PIC X.
       01 WS-SP-PROGRAMME       PIC X(20) VALUE 'agiosbatch'.
       01 WS-SP-CLE             PIC X(20) VALUE 'agiosbatch'.
       01 WS-SP-COMPTEID        PIC 9(5).
       01 WS-SP-IDCLIENT        PIC 9(5) VALUE ZEROES.
       01 WS-SP-TYPE            PIC X(25).
       01 WS-SP-MONTANT         PIC S9(9)V99.
       01 WS-SP-DETAIL          PIC X(40).
       01 WS-SP-MODE            PIC X(10).
           88 SP-SIMULATION     VALUE 'SIMULATION'.

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           STRING TODAYS-DATE(1:4) '-' TODAYS-DATE(5:2) '-'
              TODAYS-DATE(7:2) DELIMITED BY SIZE INTO WS-TODAY-ISO.

           MOVE 'M' TO WS-SP-ACTION.
           PERFORM 0950-APPELER-SIMULPOSTE.

           PERFORM 0150-READ-CHECKPOINT.
           PERFORM 0200-CUMULER-DECOUVERTS.
           PERFORM 0250-FIND-TAUX-DECOUVERT.

      *>    simulation : suspension testee sans journalisation, ni
      *>    releve ni flux SQL
           IF SP-SIMULATION
              MOVE 'T' TO WS-SUR-ACTION
           ELSE
              OPEN OUTPUT AGIOS-RPT
              OPEN EXTEND GENERESQL
              OPEN EXTEND GENERUPDATE
              MOVE "RELEVE DES INTERETS DEBITEURS (AGIOS)"
                 TO AGIOS-RPT-LINE
              WRITE AGIOS-RPT-LINE
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-AGIO-COUNT
              END-IF
           END-PERFORM.

           IF NOT SP-SIMULATION
              MOVE SPACES TO AGIOS-RPT-LINE
              STRING "COMPTES FACTURES: " WS-CHARGES-COUNT
                 "  TAUX APPLIQUE: " WS-TAUX-APPLIQUE
                 DELIMITED BY SIZE INTO AGIOS-RPT-LINE
              WRITE AGIOS-RPT-LINE
              CLOSE AGIOS-RPT, GENERESQL, GENERUPDATE
      *>       la simulation n'avance pas l'arrete : le passage reel
      *>       recompte les memes jours
              PERFORM 0900-WRITE-CHECKPOINT
           END-IF.

           MOVE 'F' TO WS-SP-ACTION.
           PERFORM 0950-APPELER-SIMULPOSTE.

           DISPLAY "Comptes factures en agios : " WS-CHARGES-COUNT.
           DISPLAY "Agios suspendus           : " WS-SUSPENDUS-COUNT.

           GOBACK.

              EXIT PARAGRAPH
           END-IF.

      *>    compte d'un client surendette : agios geles
           MOVE WS-AGIOS TO WS-SUR-MONTANT.
           CALL 'surendcheck' USING WS-SUR-ACTION,
              WS-AG-COMPTEID(WS-IDX), WS-SUR-IDCLIENT, WS-TODAY-ISO,
              WS-SUR-ORIGINE, WS-SUR-MONTANT, WS-SUR-SUSPENDU,
              WS-SUR-STATUT.
           IF WS-SUR-SUSPENDU = 'OUI'
              ADD 1 TO WS-SUSPENDUS-COUNT
              IF SP-SIMULATION
                 MOVE WS-AG-COMPTEID(WS-IDX) TO WS-SP-COMPTEID
                 MOVE 'AGIOS SUSPENDUS (SURENDETTEMENT)'
                   TO WS-SP-DETAIL
                 MOVE 'N' TO WS-SP-ACTION
                 PERFORM 0950-APPELER-SIMULPOSTE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-AG-COMPTEID(WS-IDX) TO RPT-COMPTEID
              MOVE WS-AG-JOURS(WS-IDX) TO RPT-JOURS
              MOVE WS-AGIOS TO RPT-AGIOS
              MOVE SPACES TO AGIOS-RPT-LINE
              STRING WS-RPT-DETAIL ' SUSPENDUS (SURENDETTEMENT)'
                 DELIMITED BY SIZE INTO AGIOS-RPT-LINE
              WRITE AGIOS-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CHARGES-COUNT.

      *>    ecriture calculee : apercu en simulation, rapprochement
      *>    de la derniere simulation en reel
           MOVE WS-AG-COMPTEID(WS-IDX) TO WS-SP-COMPTEID.
           MOVE 'INTERETS DEBITEURS' TO WS-SP-TYPE.
           COMPUTE WS-SP-MONTANT = 0 - WS-AGIOS.
           MOVE SPACES TO WS-SP-DETAIL.
           STRING 'JOURS DEBITEURS ' WS-AG-JOURS(WS-IDX)
              ' TAUX ' WS-TAUX-APPLIQUE
              DELIMITED BY SIZE INTO WS-SP-DETAIL.
           MOVE 'P' TO WS-SP-ACTION.
           PERFORM 0950-APPELER-SIMULPOSTE.
           IF SP-SIMULATION
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-AGIOS TO L-CREDIT.
           MOVE WS-AG-COMPTEID(WS-IDX) TO L-COMPTEID.
           WRITE AGIOS-CKP-RECORD.
           CLOSE AGIOS-CKP.

       0950-APPELER-SIMULPOSTE.
           CALL 'simulposte' USING WS-SP-ACTION, WS-SP-PROGRAMME,
              WS-SP-CLE, WS-SP-COMPTEID, WS-SP-IDCLIENT, WS-SP-TYPE,
              WS-SP-MONTANT, WS-SP-DETAIL, WS-SP-MODE.

       END PROGRAM agiosbatch.
