      *>   - les entrees : credits recus de PAYIN.DAT ;
      *>   - les sorties : details '02' de la remise SEPAOUT.DAT et
      *>     remises commercants de COMMERCREMIT.DAT (le reglement
      *>     carte part au commercant via le partenaire), nettes des
      *>     impayes commercants retenus par commercantbatch ; ces
      *>     retenues (COMMERCIMP.DAT de la meme remise) sont
      *>     rapportees a part, le partenaire ne versant au
      *>     commercant que le net.
      *> Le net du jour est ajoute a la position cumulee reprise de
      *> la derniere ligne de SETTLEPOS.DAT, et la nouvelle ligne
      *> datee y est ajoutee (report jour apres jour). Si le releve
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMERCREMIT-STATUS.

           SELECT COMMERCIMP ASSIGN TO "COMMERCIMP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMERCIMP-STATUS.

           SELECT SETTLEPOS ASSIGN TO "SETTLEPOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SETTLEPOS-STATUS.
       FILE SECTION.
       FD PAYIN.
       01 PAYIN-RECORD.
           05 PI-COMPTEID        PIC 9(5).
           05 PI-IBAN            PIC X(34).
           05 PI-MONTANT         PIC 9(5)V99.
           05 PI-DEVISE          PIC X(3).
           05 CRM-NET-A-PAYER    PIC 9(7)V99.
           05 CRM-DATE           PIC X(10).

       FD COMMERCIMP.
       01 COMMERCIMP-RECORD.
           05 CIM-MAGASIN        PIC X(15).
           05 CIM-CONTESTID      PIC 9(10).
           05 CIM-MONTANT        PIC 9(7)V99.
           05 CIM-DATE-REMISE    PIC X(10).

       FD SETTLEPOS.
       01 SETTLEPOS-RECORD.
           05 SP-DATE            PIC X(10).
       01 WS-PAYIN-STATUS       PIC X(2).
       01 WS-SEPAOUT-STATUS     PIC X(2).
       01 WS-COMMERCREMIT-STATUS PIC X(2).
       01 WS-COMMERCIMP-STATUS  PIC X(2).
       01 WS-SETTLEPOS-STATUS   PIC X(2).
       01 WS-PARTNERSTMT-STATUS PIC X(2).
       01 WS-EOF-FICHIER        PIC X(3).

       01 WS-TOTAL-ENTREES      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-SORTIES      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-REMISES      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-IMPAYES      PIC 9(9)V99 VALUE 0.
       01 WS-DATE-REMISE        PIC X(10) VALUE SPACES.
       01 WS-NET-JOUR           PIC S9(9)V99.
       01 WS-POSITION-VEILLE    PIC S9(9)V99 VALUE 0.
       01 WS-POSITION-JOUR      PIC S9(9)V99.
           PERFORM 0200-TOTALISER-PAYIN.
           PERFORM 0210-TOTALISER-SEPAOUT.
           PERFORM 0220-TOTALISER-COMMERCREMIT.
           PERFORM 0230-TOTALISER-IMPAYES.
           PERFORM 0300-REPRENDRE-POSITION-VEILLE.

           COMPUTE WS-NET-JOUR =
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              ADD CRM-NET-A-PAYER TO WS-TOTAL-SORTIES
              ADD CRM-NET-A-PAYER TO WS-TOTAL-REMISES
              MOVE CRM-DATE TO WS-DATE-REMISE
              READ COMMERCREMIT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE COMMERCREMIT.

      *> impayes retenus sur la remise en place : deja deduits du
      *> net remis, ils ne sont pas retranches une seconde fois
       0230-TOTALISER-IMPAYES.
           IF WS-DATE-REMISE = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT COMMERCIMP.
           IF WS-COMMERCIMP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ COMMERCIMP
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF CIM-DATE-REMISE = WS-DATE-REMISE
                 ADD CIM-MONTANT TO WS-TOTAL-IMPAYES
              END-IF
              READ COMMERCIMP
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE COMMERCIMP.

      *> la position d'hier est la derniere ligne du report ; une
      *> ligne deja ecrite pour aujourd'hui (relance) est ignoree,
      *> la position de la veille reste celle d'avant
              DELIMITED BY SIZE INTO SETTLEPOS-RPT-LINE.
           WRITE SETTLEPOS-RPT-LINE.

           MOVE WS-TOTAL-REMISES TO WS-MONTANT-AFF.
           MOVE SPACES TO SETTLEPOS-RPT-LINE.
           STRING "  DONT REMISES COMMERC   : " WS-MONTANT-AFF
              DELIMITED BY SIZE INTO SETTLEPOS-RPT-LINE.
           WRITE SETTLEPOS-RPT-LINE.

           MOVE WS-TOTAL-IMPAYES TO WS-MONTANT-AFF.
           MOVE SPACES TO SETTLEPOS-RPT-LINE.
           STRING "  IMPAYES RETENUS (NETS) : " WS-MONTANT-AFF
              DELIMITED BY SIZE INTO SETTLEPOS-RPT-LINE.
           WRITE SETTLEPOS-RPT-LINE.

           MOVE WS-NET-JOUR TO WS-MONTANT-AFF.
           MOVE SPACES TO SETTLEPOS-RPT-LINE.
           STRING "NET DU JOUR              : " WS-MONTANT-AFF
