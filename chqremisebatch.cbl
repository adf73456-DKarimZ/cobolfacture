       IDENTIFICATION DIVISION.
       PROGRAM-ID. chqremisebatch.
       AUTHOR. D.KISAMA.

      *> Remise a la compensation des cheques deposes par nos clients
      *> et tires sur d'autres banques : a placer dans JOBPLAN.DAT
      *> avec les autres batchs de fin de journee, avant
      *> chqimpayebatch. Chaque cheque du registre REMISECHQ.DAT
      *> (voir REMISECHQ.cpy) credite sauf bonne fin au guichet
      *> (statut CREDITE) part dans le fichier de remise
      *> interbancaire CHQCOMPOUT.DAT, au format fixe de
      *> sepaexportbatch : un enregistrement d'entete, un
      *> enregistrement par cheque (numero de la ligne du registre,
      *> numero du cheque, banque tiree, montant, date de remise,
      *> tireur) et un enregistrement de fin portant le nombre de
      *> cheques et le total de controle. La ligne passe ENVOYE avec
      *> sa date d'envoi : c'est sur ce numero que chqimpayebatch
      *> rapproche les impayes du partenaire. Le registre est
      *> parcouru EN FLUX et reecrit via REMISECHQ.TMP, comme
      *> separeturnbatch reecrit SEPAEXPLOG.DAT. Le detail de la
      *> remise part dans CHQCOMP.RPT, inscrit au spool.
      *> Le meme passage sort du registre les lignes closes depuis
      *> plus de WS-DELAI-ARCHIVE jours (cheque ENVOYE dont le delai
      *> de retour impaye est passe et le montant disponible,
      *> cheque IMPAYE, bordereau ANNONCE jamais depose en agence)
      *> vers l'archive datee REMISECHQ.DAT-ARCH-aaaammjj, nommee
      *> comme celles de retentionbatch : le registre, charge en
      *> table par les guichets d'activity2banq et d'activity2client,
      *> ne porte ainsi que les remises vivantes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REMISECHQ ASSIGN TO "REMISECHQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REMISECHQ-STATUS.

           SELECT REMISECHQTMP ASSIGN TO "REMISECHQ.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMISECHQARCH ASSIGN TO WS-NOM-ARCHIVE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CHQCOMPOUT ASSIGN TO "CHQCOMPOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHQCOMP-RPT ASSIGN TO "CHQCOMP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REMISECHQ.
           COPY "REMISECHQ.cpy".

       FD REMISECHQTMP.
       01 REMISECHQTMP-RECORD   PIC X(174).

       FD REMISECHQARCH.
       01 REMISECHQARCH-RECORD  PIC X(174).

       FD CHQCOMPOUT.
       01 CHQCOMPOUT-LINE       PIC X(100).

       FD CHQCOMP-RPT.
       01 CHQCOMP-RPT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REMISECHQ-STATUS   PIC X(2).
       01 WS-EOF-REMISECHQ      PIC X(3) VALUE 'NON'.

       01 WS-ENVOI-COUNT        PIC 9(5) VALUE 0.
       01 WS-ARCHIVE-COUNT      PIC 9(5) VALUE 0.
       01 WS-HASH-TOTAL         PIC 9(9)V99 VALUE 0.
       01 WS-MONTANT-ED         PIC Z(4)9.99.
       01 WS-TOTAL-ED           PIC Z(8)9.99.

       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

      *> archivage des lignes closes : le delai couvre le retour
      *> impaye du partenaire, un cheque archive qui reviendrait
      *> encore sortirait INCONNU dans chqimpayebatch
       01 WS-DELAI-ARCHIVE      PIC 9(3) VALUE 60.
       01 WS-DATE-BUTOIR        PIC X(10).
       01 WS-BUTOIR-INT         PIC S9(8).
       01 WS-BUTOIR-NUM         PIC 9(8).
       01 WS-BUTOIR-NUM-X REDEFINES WS-BUTOIR-NUM.
           05 WS-BUT-YYYY       PIC 9(4).
           05 WS-BUT-MM         PIC 9(2).
           05 WS-BUT-DD         PIC 9(2).
       01 WS-A-ARCHIVER         PIC X(3).
       01 WS-NOM-ARCHIVE        PIC X(40).
       01 WS-ARCHIVE-STATUS     PIC X(2).
       01 WS-ARCHIVE-OUVERTE    PIC X(3) VALUE 'NON'.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(2) VALUE '01'.
           05 FILLER            PIC X(11) VALUE 'REMISE CHQ '.
           05 HDR-DATE          PIC X(10).
           05 FILLER            PIC X(9) VALUE ' KARIMUS '.

       01 WS-DETAIL-LINE.
           05 FILLER            PIC X(2) VALUE '02'.
           05 DET-NUMERO        PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-NUMCHEQUE     PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-BANQUE-TIREE  PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-MONTANT       PIC 9(5).99.
           05 FILLER            PIC X VALUE SPACE.
           05 DET-DATE-REMISE   PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-TIREUR        PIC X(30).

       01 WS-TRAILER-LINE.
           05 FILLER            PIC X(2) VALUE '09'.
           05 TRL-COUNT         PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 TRL-HASH-TOTAL    PIC 9(9).99.

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'chqremisebatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7).
       01 WS-BR-FAILED           PIC 9(7).
       01 WS-BR-STATUT           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6)
              TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-BD-DATE-ISO.
           STRING TODAYS-DATE(1:4) '-' TODAYS-DATE(5:2) '-'
              TODAYS-DATE(7:2) DELIMITED BY SIZE INTO WS-TODAY-ISO.

      *>    date butoir = aujourd'hui moins le delai d'archivage
           COMPUTE WS-BUTOIR-INT = FUNCTION INTEGER-OF-DATE
              (TODAYS-DATE) - WS-DELAI-ARCHIVE.
           COMPUTE WS-BUTOIR-NUM = FUNCTION DATE-OF-INTEGER
              (WS-BUTOIR-INT).
           MOVE SPACES TO WS-DATE-BUTOIR.
           STRING WS-BUT-YYYY '-' WS-BUT-MM '-' WS-BUT-DD
              DELIMITED BY SIZE INTO WS-DATE-BUTOIR.

           OPEN OUTPUT CHQCOMP-RPT.
           MOVE SPACES TO CHQCOMP-RPT-LINE.
           STRING "REMISE DE CHEQUES A LA COMPENSATION DU "
              WS-TODAY-ISO
              DELIMITED BY SIZE INTO CHQCOMP-RPT-LINE.
           WRITE CHQCOMP-RPT-LINE.

           PERFORM 0200-REMETTRE-LES-CHEQUES.

           IF WS-ENVOI-COUNT = 0
              MOVE "Aucun cheque a remettre a la compensation"
                 TO CHQCOMP-RPT-LINE
              WRITE CHQCOMP-RPT-LINE
           END-IF.
           IF WS-ENVOI-COUNT > 0 OR WS-ARCHIVE-COUNT > 0
              PERFORM 0400-RECOPIER-REMISECHQ
           END-IF.

           MOVE WS-HASH-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CHQCOMP-RPT-LINE.
           STRING "CHEQUES REMIS: " WS-ENVOI-COUNT
              "  TOTAL DE CONTROLE: " WS-TOTAL-ED
              DELIMITED BY SIZE INTO CHQCOMP-RPT-LINE.
           WRITE CHQCOMP-RPT-LINE.
           MOVE SPACES TO CHQCOMP-RPT-LINE.
           STRING "LIGNES CLOSES AVANT LE " WS-DATE-BUTOIR
              " ARCHIVEES: " WS-ARCHIVE-COUNT
              DELIMITED BY SIZE INTO CHQCOMP-RPT-LINE.
           WRITE CHQCOMP-RPT-LINE.
           CLOSE CHQCOMP-RPT.

           DISPLAY "Cheques remis      : " WS-ENVOI-COUNT.
           DISPLAY "Total de controle  : " WS-HASH-TOTAL.
           DISPLAY "Lignes archivees   : " WS-ARCHIVE-COUNT.
           MOVE 'CHQCOMP' TO WS-SPOOL-NOM.
           MOVE 'CHQCOMP.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

      *>    trace du passage au grand livre des batchs
           MOVE WS-ENVOI-COUNT TO WS-BR-RECORDS.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

      *> un seul passage sur le registre : chaque cheque CREDITE
      *> part dans la remise et passe ENVOYE, les lignes closes
      *> partent a l'archive, toutes les autres sont recopiees dans
      *> le fichier de travail. Le fichier de remise
      *> est ecrit meme vide (entete et fin a zero) : le partenaire
      *> attend une remise par journee
       0200-REMETTRE-LES-CHEQUES.
           OPEN OUTPUT CHQCOMPOUT.
           MOVE WS-TODAY-ISO TO HDR-DATE.
           WRITE CHQCOMPOUT-LINE FROM WS-HEADER-LINE.

           OPEN INPUT REMISECHQ.
           IF WS-REMISECHQ-STATUS = "00"
              OPEN OUTPUT REMISECHQTMP
              MOVE 'NON' TO WS-EOF-REMISECHQ
              READ REMISECHQ
                 AT END MOVE 'OUI' TO WS-EOF-REMISECHQ
              END-READ
              PERFORM UNTIL WS-EOF-REMISECHQ = 'OUI'
                 IF RCQ-STATUT = 'CREDITE'
                    PERFORM 0300-REMETTRE-UN-CHEQUE
                 END-IF
                 PERFORM 0350-TESTER-ARCHIVAGE
                 IF WS-A-ARCHIVER = 'OUI'
                    PERFORM 0360-ARCHIVER-UN-CHEQUE
                 ELSE
                    WRITE REMISECHQTMP-RECORD FROM REMISECHQ-RECORD
                 END-IF
                 READ REMISECHQ
                    AT END MOVE 'OUI' TO WS-EOF-REMISECHQ
                 END-READ
              END-PERFORM
              CLOSE REMISECHQ
              CLOSE REMISECHQTMP
              IF WS-ARCHIVE-OUVERTE = 'OUI'
                 CLOSE REMISECHQARCH
              END-IF
           ELSE
              CLOSE REMISECHQ
           END-IF.

           MOVE WS-ENVOI-COUNT TO TRL-COUNT.
           MOVE WS-HASH-TOTAL TO TRL-HASH-TOTAL.
           WRITE CHQCOMPOUT-LINE FROM WS-TRAILER-LINE.
           CLOSE CHQCOMPOUT.

       0300-REMETTRE-UN-CHEQUE.
           MOVE RCQ-NUMERO TO DET-NUMERO.
           MOVE RCQ-NUMCHEQUE TO DET-NUMCHEQUE.
           MOVE RCQ-BANQUE-TIREE TO DET-BANQUE-TIREE.
           MOVE RCQ-MONTANT TO DET-MONTANT.
           MOVE RCQ-DATE-REMISE TO DET-DATE-REMISE.
           MOVE RCQ-TIREUR TO DET-TIREUR.
           WRITE CHQCOMPOUT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-ENVOI-COUNT.
           ADD RCQ-MONTANT TO WS-HASH-TOTAL.

           MOVE 'ENVOYE' TO RCQ-STATUT.
           MOVE WS-TODAY-ISO TO RCQ-DATE-ENVOI.

           MOVE RCQ-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO CHQCOMP-RPT-LINE.
           STRING "CHQ " RCQ-NUMCHEQUE " LIGNE " RCQ-NUMERO
              " BORDEREAU " RCQ-BORDEREAU
              " COMPTE " RCQ-COMPTEID
              " BANQUE " RCQ-BANQUE-TIREE
              " " WS-MONTANT-ED " " RCQ-TIREUR
              DELIMITED BY SIZE INTO CHQCOMP-RPT-LINE.
           WRITE CHQCOMP-RPT-LINE.

      *> ligne close depuis plus de WS-DELAI-ARCHIVE jours ; un
      *> cheque ENVOYE reste tant que son montant est retenu du
      *> disponible (RCQ-DATE-DISPO pas encore atteinte)
       0350-TESTER-ARCHIVAGE.
           MOVE 'NON' TO WS-A-ARCHIVER.
           EVALUATE TRUE
              WHEN RCQ-STATUT = 'ENVOYE'
                 AND RCQ-DATE-ENVOI NOT = SPACES
                 AND RCQ-DATE-ENVOI < WS-DATE-BUTOIR
                 AND RCQ-DATE-DISPO < WS-TODAY-ISO
                 MOVE 'OUI' TO WS-A-ARCHIVER
              WHEN RCQ-STATUT = 'IMPAYE'
                 AND RCQ-DATE-IMPAYE NOT = SPACES
                 AND RCQ-DATE-IMPAYE < WS-DATE-BUTOIR
                 MOVE 'OUI' TO WS-A-ARCHIVER
              WHEN RCQ-STATUT = 'ANNONCE'
                 AND RCQ-DATE-REMISE NOT = SPACES
                 AND RCQ-DATE-REMISE < WS-DATE-BUTOIR
                 MOVE 'OUI' TO WS-A-ARCHIVER
           END-EVALUATE.

       0360-ARCHIVER-UN-CHEQUE.
           IF WS-ARCHIVE-OUVERTE = 'NON'
              MOVE SPACES TO WS-NOM-ARCHIVE
              STRING 'REMISECHQ.DAT-ARCH-' TODAYS-DATE
                 DELIMITED BY SIZE INTO WS-NOM-ARCHIVE
              OPEN EXTEND REMISECHQARCH
              IF WS-ARCHIVE-STATUS = "35"
                 CLOSE REMISECHQARCH
                 OPEN OUTPUT REMISECHQARCH
              END-IF
              MOVE 'OUI' TO WS-ARCHIVE-OUVERTE
           END-IF.
           WRITE REMISECHQARCH-RECORD FROM REMISECHQ-RECORD.
           ADD 1 TO WS-ARCHIVE-COUNT.

       0400-RECOPIER-REMISECHQ.
           OPEN INPUT REMISECHQTMP.
           OPEN OUTPUT REMISECHQ.
           MOVE 'NON' TO WS-EOF-REMISECHQ.
           READ REMISECHQTMP
              AT END MOVE 'OUI' TO WS-EOF-REMISECHQ
           END-READ.
           PERFORM UNTIL WS-EOF-REMISECHQ = 'OUI'
              MOVE REMISECHQTMP-RECORD TO REMISECHQ-RECORD
              WRITE REMISECHQ-RECORD
              READ REMISECHQTMP
                 AT END MOVE 'OUI' TO WS-EOF-REMISECHQ
              END-READ
           END-PERFORM.
           CLOSE REMISECHQTMP.
           CLOSE REMISECHQ.

       END PROGRAM chqremisebatch.
