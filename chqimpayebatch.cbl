       IDENTIFICATION DIVISION.
       PROGRAM-ID. chqimpayebatch.
       AUTHOR. D.KISAMA.

      *> Import des cheques revenus impayes de la compensation sur
      *> nos remises CHQCOMPOUT.DAT (chqremisebatch) : a placer dans
      *> JOBPLAN.DAT apres chqremisebatch. Le fichier CHQIMPAYES.DAT
      *> du partenaire porte un enregistrement 02 par cheque impaye
      *> (numero de la ligne du registre tel qu'envoye, numero du
      *> cheque, montant, motif) ; les autres types sont ignores.
      *> Le cheque est rapproche du registre REMISECHQ.DAT (voir
      *> REMISECHQ.cpy) :
      *>   - ligne ENVOYE, meme numero de cheque et meme montant :
      *>     la ligne passe IMPAYE avec sa date et son motif, puis le
      *>     client est re-debite du credit sauf bonne fin via
      *>     opdebit (paire INSERT/UPDATE du flux sequence, type
      *>     CHEQUE IMPAYE, libelle portant le numero du cheque et
      *>     le motif) et prevenu par msgnotif. La ligne est marquee
      *>     AVANT le re-debit : le cheque ne doit plus etre retenu
      *>     du disponible qu'opdebit calcule. Un re-debit refuse
      *>     part en file SUSPENS du back-office ;
      *>   - ligne deja IMPAYE : doublon, ignore (le meme fichier
      *>     recharge deux fois ne re-debite pas deux fois) ;
      *>   - numero ou montant qui ne collent pas : signale sur le
      *>     rapport, rien n'est touche.
      *> Le registre est parcouru EN FLUX et reecrit via
      *> REMISECHQ.TMP pour chaque impaye, comme separeturnbatch. Le
      *> fichier du partenaire est retronque une fois lu, comme
      *> LCRRET.DAT dans lcrbatch. Le detail part dans
      *> CHQIMPAYE.RPT, inscrit au spool.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHQIMPAYES ASSIGN TO "CHQIMPAYES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHQIMPAYES-STATUS.

           SELECT REMISECHQ ASSIGN TO "REMISECHQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REMISECHQ-STATUS.

           SELECT REMISECHQTMP ASSIGN TO "REMISECHQ.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> file d'attente du back-office : re-debits refuses
           SELECT SUSPENS ASSIGN TO "SUSPENS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENS-STATUS.

      *> fichier indexe partage (voir COMPTESFILE.cpy) : lu ici en
      *> entree seulement, pour la devise du compte a re-debiter
           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT CHQIMPAYE-RPT ASSIGN TO "CHQIMPAYE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHQIMPAYES.
       01 CHQIMPAYES-RECORD.
           05 CI-TYPE            PIC X(2).
           05 CI-DONNEES         PIC X(80).
       01 CHQIMPAYES-ITEM REDEFINES CHQIMPAYES-RECORD.
           05 FILLER             PIC X(2).
           05 CII-NUMERO         PIC 9(7).
           05 CII-NUMCHEQUE      PIC 9(7).
           05 CII-MONTANT        PIC 9(5)V99.
           05 CII-MOTIF          PIC X(25).
           05 FILLER             PIC X(34).

       FD REMISECHQ.
           COPY "REMISECHQ.cpy".

       FD REMISECHQTMP.
       01 REMISECHQTMP-RECORD   PIC X(174).

       FD SUSPENS.
       01 SUSPENS-RECORD.
           05 SUS-REFERENCE      PIC X(16).
           05 SUS-COMPTEID       PIC 9(5).
           05 SUS-MONTANT        PIC 9(5)V99.
           05 SUS-DATE-RECU      PIC X(10).
           05 SUS-MOTIF          PIC X(25).
           05 SUS-STATUT         PIC X(10).
           05 SUS-IBAN           PIC X(34).

       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD CHQIMPAYE-RPT.
       01 CHQIMPAYE-RPT-LINE    PIC X(132).

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       WORKING-STORAGE SECTION.
       01 WS-CHQIMPAYES-STATUS  PIC X(2).
       01 WS-REMISECHQ-STATUS   PIC X(2).
       01 WS-SUSPENS-STATUS     PIC X(2).
       01 WS-COMPTESFILE-STATUS PIC X(2).
       01 WS-EOF-CHQIMPAYES     PIC X(3) VALUE 'NON'.
       01 WS-EOF-REMISECHQ      PIC X(3) VALUE 'NON'.

      *> disposition de l'impaye en cours : le registre est parcouru
      *> en flux, la ligne rapprochee est gardee ici pour le
      *> re-debit une fois le registre reecrit
       01 WS-CI-DISPOSITION     PIC X(10).
       01 WS-CI-NUMERO          PIC 9(7).
       01 WS-CI-BORDEREAU       PIC 9(7).
       01 WS-CI-COMPTEID        PIC 9(5).
       01 WS-CI-IDCLIENT        PIC 9(5).
       01 WS-CI-NUMCHEQUE       PIC 9(7).
       01 WS-CI-MONTANT         PIC 9(5)V99.

       01 WS-IMPAYES-COUNT      PIC 9(5) VALUE 0.
       01 WS-REFUSES-COUNT      PIC 9(5) VALUE 0.
       01 WS-DOUBLONS-COUNT     PIC 9(5) VALUE 0.
       01 WS-INCONNUS-COUNT     PIC 9(5) VALUE 0.
       01 WS-ECARTS-COUNT       PIC 9(5) VALUE 0.
       01 WS-IMPAYES-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-MONTANT-ED         PIC Z(4)9.99.
       01 WS-TOTAL-ED           PIC Z(8)9.99.

      *> zones opdebit du re-debit
       01 L-SOLDE        PIC 9(5)V99.
       01 L-SOMME        PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-COMPTEID     PIC 9(5).
       01 L-DATE         PIC X(10).
       01 L-SUCCESS      PIC X(3).
      *> le cheque est libelle en euros ; opdebit convertit si le
      *> compte est tenu dans une autre devise
       01 L-DEVISE-OP    PIC X(3) VALUE 'EUR'.
       01 L-DEVISE-COMPTE PIC X(3).

       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).

       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

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

       01 WS-RPT-DETAIL.
           05 FILLER              PIC X(7) VALUE 'LIGNE: '.
           05 RPT-NUMERO          PIC 9(7).
           05 FILLER              PIC X(7) VALUE '  CHQ: '.
           05 RPT-NUMCHEQUE       PIC 9(7).
           05 FILLER              PIC X(8) VALUE '  CPTE: '.
           05 RPT-COMPTEID        PIC ZZZZ9.
           05 FILLER              PIC X(11) VALUE '  MONTANT: '.
           05 RPT-MONTANT         PIC ZZZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-MOTIF           PIC X(25).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DISPOSITION     PIC X(40).

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'chqimpayebatch'.
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

           OPEN OUTPUT CHQIMPAYE-RPT.
           MOVE "CHEQUES REMIS REVENUS IMPAYES (CHQIMPAYES.DAT)"
              TO CHQIMPAYE-RPT-LINE.
           WRITE CHQIMPAYE-RPT-LINE.

           OPEN INPUT CHQIMPAYES.
           IF WS-CHQIMPAYES-STATUS = "00"
              OPEN EXTEND GENERESQL
              OPEN EXTEND GENERUPDATE
              READ CHQIMPAYES
                 AT END MOVE 'OUI' TO WS-EOF-CHQIMPAYES
              END-READ
              PERFORM UNTIL WS-EOF-CHQIMPAYES = 'OUI'
                 IF CI-TYPE = '02'
                    PERFORM 0300-TRAITER-IMPAYE
                 END-IF
                 READ CHQIMPAYES
                    AT END MOVE 'OUI' TO WS-EOF-CHQIMPAYES
                 END-READ
              END-PERFORM
              CLOSE CHQIMPAYES
              CLOSE GENERESQL, GENERUPDATE
              OPEN OUTPUT CHQIMPAYES
              CLOSE CHQIMPAYES
           ELSE
              MOVE "Aucun fichier d'impayes a traiter"
                 TO CHQIMPAYE-RPT-LINE
              WRITE CHQIMPAYE-RPT-LINE
           END-IF.

           MOVE WS-IMPAYES-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CHQIMPAYE-RPT-LINE.
           STRING "IMPAYES: " WS-IMPAYES-COUNT
              "  DONT EN SUSPENS: " WS-REFUSES-COUNT
              "  DOUBLONS: " WS-DOUBLONS-COUNT
              "  INCONNUS: " WS-INCONNUS-COUNT
              "  ECARTS: " WS-ECARTS-COUNT
              "  TOTAL: " WS-TOTAL-ED
              DELIMITED BY SIZE INTO CHQIMPAYE-RPT-LINE.
           WRITE CHQIMPAYE-RPT-LINE.

           CLOSE CHQIMPAYE-RPT.
           MOVE 'CHQIMPAYE' TO WS-SPOOL-NOM.
           MOVE 'CHQIMPAYE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

      *>    trace du passage au grand livre des batchs
           MOVE WS-IMPAYES-COUNT TO WS-BR-RECORDS.
           COMPUTE WS-BR-FAILED = WS-REFUSES-COUNT
              + WS-INCONNUS-COUNT + WS-ECARTS-COUNT.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

      *> un impaye : retrouve la ligne envoyee dans le registre, la
      *> passe IMPAYE, reecrit le registre puis re-debite le client
      *> le registre est parcouru en flux et reecrit via le
      *> fichier de travail : la ligne de l'impaye (une seule) passe
      *> IMPAYE avec sa date et son motif, les autres sont
      *> recopiees telles quelles
       0300-TRAITER-IMPAYE.
           MOVE CII-NUMERO TO RPT-NUMERO.
           MOVE CII-NUMCHEQUE TO RPT-NUMCHEQUE.
           MOVE ZEROES TO RPT-COMPTEID.
           MOVE CII-MONTANT TO RPT-MONTANT.
           MOVE CII-MOTIF TO RPT-MOTIF.
           MOVE 'INCONNU' TO WS-CI-DISPOSITION.

           OPEN INPUT REMISECHQ.
           IF WS-REMISECHQ-STATUS NOT = "00"
              CLOSE REMISECHQ
              PERFORM 0340-SIGNALER-IMPAYE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REMISECHQTMP.
           MOVE 'NON' TO WS-EOF-REMISECHQ.
           READ REMISECHQ
              AT END MOVE 'OUI' TO WS-EOF-REMISECHQ
           END-READ.
           PERFORM UNTIL WS-EOF-REMISECHQ = 'OUI'
              IF RCQ-NUMERO = CII-NUMERO
                 AND WS-CI-DISPOSITION = 'INCONNU'
                 PERFORM 0330-INSTRUIRE-IMPAYE
              END-IF
              WRITE REMISECHQTMP-RECORD FROM REMISECHQ-RECORD
              READ REMISECHQ
                 AT END MOVE 'OUI' TO WS-EOF-REMISECHQ
              END-READ
           END-PERFORM.
           CLOSE REMISECHQ.
           CLOSE REMISECHQTMP.

           IF WS-CI-DISPOSITION = 'IMPAYE'
              PERFORM 0380-RECOPIER-REMISECHQ
              PERFORM 0350-REDEBITER-CLIENT
           END-IF.
           PERFORM 0340-SIGNALER-IMPAYE.

      *> la ligne du registre est sous les yeux : seul un cheque
      *> ENVOYE peut revenir impaye, numero de cheque et montant
      *> doivent coller a ce qui est parti en compensation
       0330-INSTRUIRE-IMPAYE.
           MOVE RCQ-COMPTEID TO RPT-COMPTEID.
           EVALUATE TRUE
              WHEN RCQ-STATUT = 'IMPAYE'
                 MOVE 'DOUBLON' TO WS-CI-DISPOSITION
              WHEN RCQ-STATUT NOT = 'ENVOYE'
                 MOVE 'NON ENVOYE' TO WS-CI-DISPOSITION
              WHEN RCQ-NUMCHEQUE NOT = CII-NUMCHEQUE
                 OR RCQ-MONTANT NOT = CII-MONTANT
                 MOVE 'ECART' TO WS-CI-DISPOSITION
              WHEN OTHER
                 MOVE 'IMPAYE' TO WS-CI-DISPOSITION
                 MOVE 'IMPAYE' TO RCQ-STATUT
                 MOVE WS-TODAY-ISO TO RCQ-DATE-IMPAYE
                 MOVE CII-MOTIF TO RCQ-MOTIF-IMPAYE
                 MOVE RCQ-NUMERO TO WS-CI-NUMERO
                 MOVE RCQ-BORDEREAU TO WS-CI-BORDEREAU
                 MOVE RCQ-COMPTEID TO WS-CI-COMPTEID
                 MOVE RCQ-IDCLIENT TO WS-CI-IDCLIENT
                 MOVE RCQ-NUMCHEQUE TO WS-CI-NUMCHEQUE
                 MOVE RCQ-MONTANT TO WS-CI-MONTANT
           END-EVALUATE.

       0340-SIGNALER-IMPAYE.
           EVALUATE WS-CI-DISPOSITION
              WHEN 'INCONNU'
                 ADD 1 TO WS-INCONNUS-COUNT
                 MOVE 'INCONNU - LIGNE JAMAIS REMISE'
                   TO RPT-DISPOSITION
              WHEN 'NON ENVOYE'
                 ADD 1 TO WS-INCONNUS-COUNT
                 MOVE 'INCONNU - CHEQUE NON ENVOYE'
                   TO RPT-DISPOSITION
              WHEN 'DOUBLON'
                 ADD 1 TO WS-DOUBLONS-COUNT
                 MOVE 'DOUBLON - DEJA IMPAYE' TO RPT-DISPOSITION
              WHEN 'ECART'
                 ADD 1 TO WS-ECARTS-COUNT
                 MOVE 'ECART NUMERO/MONTANT - NON TRAITE'
                   TO RPT-DISPOSITION
              WHEN 'SUSPENS'
                 ADD 1 TO WS-IMPAYES-COUNT
                 ADD 1 TO WS-REFUSES-COUNT
                 ADD WS-CI-MONTANT TO WS-IMPAYES-TOTAL
                 MOVE 'RE-DEBIT REFUSE, FILE SUSPENS'
                   TO RPT-DISPOSITION
              WHEN OTHER
                 ADD 1 TO WS-IMPAYES-COUNT
                 ADD WS-CI-MONTANT TO WS-IMPAYES-TOTAL
                 MOVE 'RE-DEBITE' TO RPT-DISPOSITION
           END-EVALUATE.
           MOVE WS-RPT-DETAIL TO CHQIMPAYE-RPT-LINE.
           WRITE CHQIMPAYE-RPT-LINE.

       0380-RECOPIER-REMISECHQ.
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

      *> extourne du credit sauf bonne fin ; un re-debit refuse
      *> (gel, interdit bancaire...) part en file SUSPENS, la ligne
      *> reste IMPAYE
       0350-REDEBITER-CLIENT.
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-CI-MONTANT TO L-SOMME.
           MOVE WS-CI-COMPTEID TO L-COMPTEID.
           MOVE WS-TODAY-ISO TO L-DATE.
           PERFORM 0355-LIRE-DEVISE-COMPTE.
           CALL 'opdebit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, L-DEVISE-OP, L-DEVISE-COMPTE,
              L-SUCCESS.
           IF L-SUCCESS NOT = 'OUI'
              MOVE 'SUSPENS' TO WS-CI-DISPOSITION
              MOVE SPACES TO SUS-REFERENCE
              STRING 'IMP CHQ ' WS-CI-NUMERO
                 DELIMITED BY SIZE INTO SUS-REFERENCE
              MOVE L-COMPTEID TO SUS-COMPTEID
              MOVE L-SOMME TO SUS-MONTANT
              MOVE WS-TODAY-ISO TO SUS-DATE-RECU
              MOVE 'IMPAYE CHQ NON DEBITE' TO SUS-MOTIF
              MOVE 'A TRAITER' TO SUS-STATUT
              MOVE SPACES TO SUS-IBAN
              OPEN EXTEND SUSPENS
              IF WS-SUSPENS-STATUS = "35"
                 CLOSE SUSPENS
                 OPEN OUTPUT SUSPENS
              END-IF
              WRITE SUSPENS-RECORD
              CLOSE SUSPENS
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0360-GENERER-SQL-IMPAYE.
           PERFORM 0370-PREVENIR-CLIENT.

      *> devise du compte relue dans COMPTES.DAT, comme payinbatch ;
      *> compte absent : devise a blanc, opdebit ne controle pas
       0355-LIRE-DEVISE-COMPTE.
           MOVE SPACES TO L-DEVISE-COMPTE.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS = "00"
              MOVE L-COMPTEID TO CF-COMPTEID
              READ COMPTESFILE
                 NOT INVALID KEY
                    MOVE CF-DEVISE TO L-DEVISE-COMPTE
              END-READ
              CLOSE COMPTESFILE
           END-IF.

       0320-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

       0360-GENERER-SQL-IMPAYE.
           MOVE 'CHEQUE IMPAYE' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'IMPAYE CHQ ' WS-CI-NUMCHEQUE ' '
              FUNCTION TRIM(CII-MOTIF)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING '-' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE L-COMPTEID TO DET-COMPTEID.
           MOVE WS-CI-IDCLIENT TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0320-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE '-' TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE L-COMPTEID TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0320-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

       0370-PREVENIR-CLIENT.
           IF WS-CI-IDCLIENT = ZEROES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'CHEQUE REMIS IMPAYE' TO WS-NOTIF-SUBJECT.
           MOVE L-SOMME TO WS-MONTANT-ED.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Cheque ' WS-CI-NUMCHEQUE ' impaye : '
              FUNCTION TRIM(CII-MOTIF)
              ' - ' FUNCTION TRIM(WS-MONTANT-ED) ' re-debite'
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-CI-IDCLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

       END PROGRAM chqimpayebatch.
