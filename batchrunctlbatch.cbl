      *> tourne plus d'une fois, et ceux termines en erreur. C'est la
      *> fin des sfrrechargebatch sautes un 1er du mois que personne
      *> ne remarque avant la fin du mois.
      *> Les passes de rattrapage (ou de reprise d'une journee
      *> restee ouverte) lancees par nightrunbatch la nuit passee,
      *> inscrites a NIGHTRATT.DAT, sont controlees a part : une
      *> section par passe, a sa propre date de traitement, pour les
      *> programmes quotidiens du planning.
      *> Les alertes d'exploitation envoyees au contact de garde
      *> depuis la veille (ALERTEOPS.DAT, module alerteops) sont
      *> listees en fin de rapport avec leur statut et leur
      *> acquittement ; toute alerte non acquittee, meme plus
      *> ancienne, compte comme une anomalie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BATCHRUNCTL-RPT ASSIGN TO "BATCHRUNCTL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NIGHTRATT ASSIGN TO "NIGHTRATT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NIGHTRATT-STATUS.

           SELECT ALERTEOPS ASSIGN TO "ALERTEOPS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERTEOPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCHRUN-LEDGER.
       FD BATCHRUNCTL-RPT.
       01 BATCHRUNCTL-RPT-LINE   PIC X(100).

       FD NIGHTRATT.
       01 NIGHTRATT-RECORD.
           05 RT-DATE-PASSE      PIC X(10).
           05 RT-DATE-LANCEMENT  PIC X(10).
           05 RT-HEURE-DEBUT     PIC X(6).
           05 RT-HEURE-FIN       PIC X(6).
           05 RT-TYPE            PIC X(10).
           05 RT-STATUT          PIC X(10).
           05 RT-NB-ETAPES       PIC 9(3).

       FD ALERTEOPS.
           COPY "ALERTEOPS.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS      PIC X(2).
       01 WS-NIGHTRATT-STATUS   PIC X(2).
       01 WS-EOF-RATT           PIC X(3).
       01 WS-ALERTEOPS-STATUS   PIC X(2).
       01 WS-EOF-ALERTES        PIC X(3).
       01 WS-NB-ALERTES         PIC 9(3) VALUE 0.
       01 WS-EOF-LEDGER         PIC X(3) VALUE 'NON'.
       01 WS-EOF-SCHED          PIC X(3) VALUE 'NON'.

       01 WS-HIER-ISO           PIC X(10).
       01 WS-MOIS-COURANT       PIC X(7).

      *> date controlee pour les quotidiens : la veille, ou la date
      *> d'une passe de rattrapage (les mensuels ne sont comptes que
      *> dans la section principale)
       01 WS-DATE-REF           PIC X(10).
       01 WS-SECTION-RATT       PIC X(3) VALUE 'NON'.
       01 WS-NB-PASSES-RATT     PIC 9(3) VALUE 0.

       01 WS-ANOMALIES          PIC 9(3) VALUE 0.

       01 WS-RPT-DETAIL.
              DISPLAY "BATCHSCHED.DAT absent ou vide"
              GOBACK
           END-IF.
           MOVE WS-HIER-ISO TO WS-DATE-REF.
           PERFORM 0300-DEPOUILLER-LEDGER.
           PERFORM 0400-ECRIRE-RAPPORT.

      *> un quotidien compte ses passages de la veille, un mensuel
      *> ceux du mois courant
       0300-DEPOUILLER-LEDGER.
           MOVE 'NON' TO WS-EOF-LEDGER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-SCHED-COUNT
              MOVE ZEROES TO WS-SCH-NB-RUNS(WS-IDX)
              MOVE ZEROES TO WS-SCH-NB-ERREURS(WS-IDX)
           END-PERFORM.
           OPEN INPUT BATCHRUN-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
              EXIT PARAGRAPH
                 UNTIL WS-IDX > WS-SCHED-COUNT
                 IF WS-SCH-PROGRAM(WS-IDX) = BR-PROGRAM
                    IF (WS-SCH-FREQUENCE(WS-IDX) = 'J'
                          AND BR-DATE = WS-DATE-REF)
                       OR (WS-SCH-FREQUENCE(WS-IDX) = 'M'
                          AND WS-SECTION-RATT = 'NON'
                          AND BR-DATE(1:7) = WS-MOIS-COURANT)
                       ADD 1 TO WS-SCH-NB-RUNS(WS-IDX)
                       IF BR-STATUT NOT = 'TERMINE'
              TO BATCHRUNCTL-RPT-LINE.
           WRITE BATCHRUNCTL-RPT-LINE.

           PERFORM 0420-ECRIRE-CONSTATS.

           MOVE SPACES TO BATCHRUNCTL-RPT-LINE.
           STRING "PROGRAMMES ATTENDUS: " WS-SCHED-COUNT
              "  ANOMALIES: " WS-ANOMALIES
              DELIMITED BY SIZE INTO BATCHRUNCTL-RPT-LINE.
           WRITE BATCHRUNCTL-RPT-LINE.

           PERFORM 0500-PASSES-RATTRAPAGE.
           PERFORM 0600-ALERTES-EXPLOITATION.
           CLOSE BATCHRUNCTL-RPT.

       0420-ECRIRE-CONSTATS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-SCHED-COUNT
              MOVE WS-SCH-PROGRAM(WS-IDX) TO RPT-PROGRAM
              EVALUATE TRUE
                 WHEN WS-SECTION-RATT = 'OUI'
                    AND WS-SCH-FREQUENCE(WS-IDX) NOT = 'J'
                    CONTINUE
                 WHEN WS-SCH-NB-ERREURS(WS-IDX) > 0
                    ADD 1 TO WS-ANOMALIES
                    MOVE 'TERMINE EN ERREUR' TO RPT-CONSTAT
              END-EVALUATE
           END-PERFORM.

      *> passes de rattrapage lancees depuis la veille : une section
      *> par passe, quotidiens controles a la date de la passe
       0500-PASSES-RATTRAPAGE.
           MOVE 'NON' TO WS-EOF-RATT.
           OPEN INPUT NIGHTRATT.
           IF WS-NIGHTRATT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'OUI' TO WS-SECTION-RATT.
           READ NIGHTRATT
              AT END MOVE 'OUI' TO WS-EOF-RATT
           END-READ.
           PERFORM UNTIL WS-EOF-RATT = 'OUI'
              IF RT-DATE-LANCEMENT NOT < WS-HIER-ISO
                 PERFORM 0550-CONTROLER-PASSE
              END-IF
              READ NIGHTRATT
                 AT END MOVE 'OUI' TO WS-EOF-RATT
              END-READ
           END-PERFORM.
           CLOSE NIGHTRATT.
           IF WS-NB-PASSES-RATT > 0
              MOVE SPACES TO BATCHRUNCTL-RPT-LINE
              WRITE BATCHRUNCTL-RPT-LINE
              MOVE SPACES TO BATCHRUNCTL-RPT-LINE
              STRING "PASSES DE RATTRAPAGE: " WS-NB-PASSES-RATT
                 "  ANOMALIES TOUTES SECTIONS: " WS-ANOMALIES
                 DELIMITED BY SIZE INTO BATCHRUNCTL-RPT-LINE
              WRITE BATCHRUNCTL-RPT-LINE
           END-IF.

       0550-CONTROLER-PASSE.
           ADD 1 TO WS-NB-PASSES-RATT.
           MOVE SPACES TO BATCHRUNCTL-RPT-LINE.
           WRITE BATCHRUNCTL-RPT-LINE.
           MOVE SPACES TO BATCHRUNCTL-RPT-LINE.
           STRING "PASSE DE " RT-TYPE " DU " RT-DATE-PASSE
              " LANCEE LE " RT-DATE-LANCEMENT " " RT-HEURE-DEBUT
              "-" RT-HEURE-FIN " : " RT-STATUT
              " (" RT-NB-ETAPES " ETAPES)"
              DELIMITED BY SIZE INTO BATCHRUNCTL-RPT-LINE.
           WRITE BATCHRUNCTL-RPT-LINE.
           IF RT-STATUT NOT = 'TERMINE'
              ADD 1 TO WS-ANOMALIES
           END-IF.
           MOVE RT-DATE-PASSE TO WS-DATE-REF.
           PERFORM 0300-DEPOUILLER-LEDGER.
           PERFORM 0420-ECRIRE-CONSTATS.

      *> alertes d'exploitation de la nuit : celles depuis la veille
      *> et toutes celles encore sans acquittement
       0600-ALERTES-EXPLOITATION.
           MOVE 'NON' TO WS-EOF-ALERTES.
           OPEN INPUT ALERTEOPS.
           IF WS-ALERTEOPS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ ALERTEOPS
              AT END MOVE 'OUI' TO WS-EOF-ALERTES
           END-READ.
           PERFORM UNTIL WS-EOF-ALERTES = 'OUI'
              IF AOP-DATE NOT < WS-HIER-ISO
                 OR AOP-ACQ-PAR = SPACES
                 PERFORM 0650-ECRIRE-ALERTE
              END-IF
              READ ALERTEOPS
                 AT END MOVE 'OUI' TO WS-EOF-ALERTES
              END-READ
           END-PERFORM.
           CLOSE ALERTEOPS.
           IF WS-NB-ALERTES > 0
              MOVE SPACES TO BATCHRUNCTL-RPT-LINE
              WRITE BATCHRUNCTL-RPT-LINE
              MOVE SPACES TO BATCHRUNCTL-RPT-LINE
              STRING "ALERTES D'EXPLOITATION: " WS-NB-ALERTES
                 "  ANOMALIES TOUTES SECTIONS: " WS-ANOMALIES
                 DELIMITED BY SIZE INTO BATCHRUNCTL-RPT-LINE
              WRITE BATCHRUNCTL-RPT-LINE
           END-IF.

       0650-ECRIRE-ALERTE.
           IF WS-NB-ALERTES = 0
              MOVE SPACES TO BATCHRUNCTL-RPT-LINE
              WRITE BATCHRUNCTL-RPT-LINE
              MOVE "ALERTES D'EXPLOITATION AU CONTACT DE GARDE"
                 TO BATCHRUNCTL-RPT-LINE
              WRITE BATCHRUNCTL-RPT-LINE
           END-IF.
           ADD 1 TO WS-NB-ALERTES.
           MOVE SPACES TO BATCHRUNCTL-RPT-LINE.
           IF AOP-ACQ-PAR = SPACES
              ADD 1 TO WS-ANOMALIES
              STRING "ALERTE " AOP-NUMERO " " AOP-DATE " "
                 AOP-HEURE " " AOP-SOURCE " " AOP-STATUT
                 " NIVEAU " AOP-NIVEAU " NON ACQUITTEE"
                 DELIMITED BY SIZE INTO BATCHRUNCTL-RPT-LINE
           ELSE
              STRING "ALERTE " AOP-NUMERO " " AOP-DATE " "
                 AOP-HEURE " " AOP-SOURCE " " AOP-STATUT
                 " NIVEAU " AOP-NIVEAU " ACQUITTEE PAR "
                 AOP-ACQ-PAR " A " AOP-ACQ-HEURE
                 DELIMITED BY SIZE INTO BATCHRUNCTL-RPT-LINE
           END-IF.
           WRITE BATCHRUNCTL-RPT-LINE.
           MOVE SPACES TO BATCHRUNCTL-RPT-LINE.
           STRING "   " AOP-MOTIF
              DELIMITED BY SIZE INTO BATCHRUNCTL-RPT-LINE.
           WRITE BATCHRUNCTL-RPT-LINE.

       0450-ECRIRE-DETAIL.
           MOVE WS-RPT-DETAIL TO BATCHRUNCTL-RPT-LINE.
