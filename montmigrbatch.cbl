       IDENTIFICATION DIVISION.
       PROGRAM-ID. montmigrbatch.
       AUTHOR. D.KISAMA.

      *> Conversion UNIQUE des zones montant passees en valeurs
      *> signees larges (S9(9)V99) : CF-SOLDE de COMPTES.DAT (voir
      *> COMPTESFILE.cpy), FL-MONTANT de FEESLEDG.DAT, DT-MONTANT de
      *> DEPATERME.DAT, SH-SOLDE de SOLDEHIST.DAT, OJ-MONTANT de
      *> OPJOURNAL.DAT (voir OPJOURNAL.cpy) et RV-SOLDE/RV-VALEUR-EUR
      *> de REVALHIST.DAT. Les fichiers de production existants sont
      *> encore a l'ancienne disposition ; un programme qui les lit
      *> avec la nouvelle decale toutes les zones qui suivent le
      *> montant. A lancer UNE FOIS, chaine de nuit arretee, avant la
      *> premiere nuit qui suit la mise en service (meme tour de main
      *> que idxmigrbatch) :
      *>   - chaque fichier est recopie tel quel dans MONTMIGR.TMP en
      *>     comptant ses lignes et en totalisant ses montants lus a
      *>     l'ancienne disposition ;
      *>   - il est recree a la nouvelle disposition depuis la copie ;
      *>   - il est relu a la nouvelle disposition, et le nombre
      *>     d'enregistrements et le total des montants doivent
      *>     retomber exactement sur ceux d'avant.
      *> Le bilan fichier par fichier (lus, ecrits, relus, total
      *> avant, total apres, CONTROLE OK ou ECART) part dans
      *> MONTMIGR.RPT. Si tous les controles sont bons, le temoin
      *> MONTMIGR.OK est pose : un second passage le trouve et ne
      *> touche plus a rien (reconvertir un fichier deja converti le
      *> detruirait). Un fichier absent est signale et saute ; les
      *> generations de sauvegarde et les archives du journal ne
      *> sont pas reprises.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *> lecteur/recreateur generique des fichiers texte
           SELECT FICHIER-PLAT ASSIGN TO WS-NOM-PLAT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PLAT-STATUS.

           SELECT FICHIER-MIG ASSIGN TO "MONTMIGR.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> COMPTES.DAT sous ses deux dispositions : l'ancienne pour la
      *> lecture, la nouvelle pour la recreation
           SELECT COMPTES-ANC ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CFA-COMPTEID
              FILE STATUS IS WS-COMPTES-ANC-STATUS.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT MONTMIGR-OK ASSIGN TO "MONTMIGR.OK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEMOIN-STATUS.

           SELECT MONTMIGR-RPT ASSIGN TO "MONTMIGR.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-PLAT.
       01 FICHIER-PLAT-LINE     PIC X(250).

       FD FICHIER-MIG.
       01 FICHIER-MIG-LINE      PIC X(250).

       FD COMPTES-ANC.
       01 COMPTES-ANC-RECORD.
           05 CFA-COMPTEID       PIC 9(3).
           05 CFA-SOLDE          PIC 9(5)V99.
           05 CFA-DEVISE         PIC X(3).

      *> disposition a montant large, COMPTEID encore sur trois
      *> chiffres : la cle est elargie ensuite par clemigrbatch, qui
      *> part de cette disposition (pas du copybook COMPTESFILE.cpy)
       FD COMPTESFILE.
       01 COMPTESFILE-RECORD.
           05 CF-COMPTEID        PIC 9(3).
           05 CF-SOLDE           PIC S9(9)V99.
           05 CF-DEVISE          PIC X(3).

       FD MONTMIGR-OK.
       01 MONTMIGR-OK-LINE      PIC X(40).

       FD MONTMIGR-RPT.
       01 MONTMIGR-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PLAT-STATUS        PIC X(2).
       01 WS-COMPTES-ANC-STATUS PIC X(2).
       01 WS-COMPTESFILE-STATUS PIC X(2).
       01 WS-TEMOIN-STATUS      PIC X(2).
       01 WS-EOF-FICHIER        PIC X(3).

       01 WS-NOM-PLAT           PIC X(30).
       01 WS-LUES               PIC 9(7).
       01 WS-ECRITES            PIC 9(7).
       01 WS-RELUES             PIC 9(7).
       01 WS-TOTAL-AVANT        PIC S9(11)V99.
       01 WS-TOTAL-APRES        PIC S9(11)V99.
       01 WS-CONVERTIS          PIC 9(2) VALUE 0.
       01 WS-ECARTS             PIC 9(2) VALUE 0.

      *> anciennes et nouvelles dispositions des fichiers texte :
      *> seule la zone montant change, ce qui l'entoure est recopie
      *> tel quel
       01 WS-ANC-FEES.
           05 WS-AF-TYPEOP       PIC X(25).
           05 WS-AF-MONTANT      PIC 9(3)V99.
           05 WS-AF-SUITE        PIC X(16).
       01 WS-NEU-FEES.
           05 WS-NF-TYPEOP       PIC X(25).
           05 WS-NF-MONTANT      PIC S9(9)V99.
           05 WS-NF-SUITE        PIC X(16).

       01 WS-ANC-DEPOT.
           05 WS-AD-TETE         PIC X(16).
           05 WS-AD-MONTANT      PIC 9(5)V99.
           05 WS-AD-SUITE        PIC X(35).
       01 WS-NEU-DEPOT.
           05 WS-ND-TETE         PIC X(16).
           05 WS-ND-MONTANT      PIC S9(9)V99.
           05 WS-ND-SUITE        PIC X(35).

       01 WS-ANC-HIST.
           05 WS-AH-TETE         PIC X(13).
           05 WS-AH-SOLDE        PIC S9(7)V99.
           05 WS-AH-SUITE        PIC X(3).
       01 WS-NEU-HIST.
           05 WS-NH-TETE         PIC X(13).
           05 WS-NH-SOLDE        PIC S9(9)V99.
           05 WS-NH-SUITE        PIC X(3).

       01 WS-ANC-JOURNAL.
           05 WS-AJ-TETE         PIC X(65).
           05 WS-AJ-SIGNE        PIC X.
           05 WS-AJ-MONTANT      PIC 9(8)V99.
           05 WS-AJ-SUITE        PIC X(36).
       01 WS-NEU-JOURNAL.
           05 WS-NJ-TETE         PIC X(65).
           05 WS-NJ-SIGNE        PIC X.
           05 WS-NJ-MONTANT      PIC 9(9)V99.
           05 WS-NJ-SUITE        PIC X(36).

       01 WS-ANC-REVAL.
           05 WS-AR-TETE         PIC X(6).
           05 WS-AR-SOLDE        PIC 9(5)V99.
           05 WS-AR-TAUX         PIC X(9).
           05 WS-AR-VALEUR-EUR   PIC 9(7)V99.
           05 WS-AR-DATE         PIC X(10).
       01 WS-NEU-REVAL.
           05 WS-NR-TETE         PIC X(6).
           05 WS-NR-SOLDE        PIC S9(9)V99.
           05 WS-NR-TAUX         PIC X(9).
           05 WS-NR-VALEUR-EUR   PIC S9(9)V99.
           05 WS-NR-DATE         PIC X(10).

       01 WS-RPT-BILAN.
           05 RPT-NOM            PIC X(22).
           05 FILLER             PIC X(6) VALUE ' LUES '.
           05 RPT-LUES           PIC ZZZZZZ9.
           05 FILLER             PIC X(8) VALUE ' ECRITES'.
           05 RPT-ECRITES        PIC ZZZZZZ9.
           05 FILLER             PIC X(7) VALUE ' RELUES'.
           05 RPT-RELUES         PIC ZZZZZZ9.
           05 FILLER             PIC X(7) VALUE ' AVANT '.
           05 RPT-AVANT          PIC -(11)9.99.
           05 FILLER             PIC X(7) VALUE ' APRES '.
           05 RPT-APRES          PIC -(11)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RPT-CONTROLE       PIC X(11).

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'montmigrbatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7) VALUE 0.
       01 WS-BR-FAILED           PIC 9(7) VALUE 0.
       01 WS-BR-STATUT           PIC X(10).

      *> enregistrement du rapport au catalogue de spool, voir le
      *> module spoolreg
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6)
              TO WS-BR-HEURE-DEBUT.
           OPEN OUTPUT MONTMIGR-RPT.
           MOVE "CONVERSION DES ZONES MONTANT EN VALEURS SIGNEES"
              TO MONTMIGR-RPT-LINE.
           WRITE MONTMIGR-RPT-LINE.

           OPEN INPUT MONTMIGR-OK.
           IF WS-TEMOIN-STATUS = "00"
              CLOSE MONTMIGR-OK
              MOVE SPACES TO MONTMIGR-RPT-LINE
              STRING "TEMOIN MONTMIGR.OK PRESENT : CONVERSION DEJA"
                 " PASSEE, RIEN A FAIRE"
                 DELIMITED BY SIZE INTO MONTMIGR-RPT-LINE
              WRITE MONTMIGR-RPT-LINE
              CLOSE MONTMIGR-RPT
              MOVE 'TERMINE' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              GOBACK
           END-IF.

           PERFORM 0200-CONVERTIR-COMPTES.

           MOVE 'FEESLEDG.DAT' TO WS-NOM-PLAT.
           PERFORM 0300-CONVERTIR-PLAT.
           MOVE 'DEPATERME.DAT' TO WS-NOM-PLAT.
           PERFORM 0300-CONVERTIR-PLAT.
           MOVE 'SOLDEHIST.DAT' TO WS-NOM-PLAT.
           PERFORM 0300-CONVERTIR-PLAT.
           MOVE 'OPJOURNAL.DAT' TO WS-NOM-PLAT.
           PERFORM 0300-CONVERTIR-PLAT.
           MOVE 'REVALHIST.DAT' TO WS-NOM-PLAT.
           PERFORM 0300-CONVERTIR-PLAT.

           MOVE SPACES TO MONTMIGR-RPT-LINE.
           STRING "FICHIERS CONVERTIS : " WS-CONVERTIS
              "  CONTROLES EN ECART : " WS-ECARTS
              DELIMITED BY SIZE INTO MONTMIGR-RPT-LINE.
           WRITE MONTMIGR-RPT-LINE.

      *>    le temoin n'est pose que si tout est retombe juste : un
      *>    ecart laisse la main a l'exploitation (restauration de
      *>    la sauvegarde de la veille) sans marquer la conversion
      *>    comme faite
           IF WS-ECARTS = ZEROES
              OPEN OUTPUT MONTMIGR-OK
              MOVE SPACES TO MONTMIGR-OK-LINE
              STRING "CONVERSION MONTANTS " FUNCTION CURRENT-DATE(1:8)
                 DELIMITED BY SIZE INTO MONTMIGR-OK-LINE
              WRITE MONTMIGR-OK-LINE
              CLOSE MONTMIGR-OK
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE SPACES TO MONTMIGR-RPT-LINE
              STRING "ECART DE CONTROLE : TEMOIN NON POSE, RESTAURER"
                 " LA SAUVEGARDE AVANT TOUT AUTRE PASSAGE"
                 DELIMITED BY SIZE INTO MONTMIGR-RPT-LINE
              WRITE MONTMIGR-RPT-LINE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CLOSE MONTMIGR-RPT.

           MOVE 'MONTMIGR' TO WS-SPOOL-NOM.
           MOVE 'MONTMIGR.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-ECARTS TO WS-BR-FAILED.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           DISPLAY "Conversion terminee, voir MONTMIGR.RPT".
           GOBACK.

      *> COMPTES.DAT : un OPEN a la nouvelle disposition qui passe
      *> (00) dit deja converti, 35 dit absent ; sinon l'ancienne
      *> disposition est lue, recopiee dans le fichier de travail,
      *> et le fichier est recree puis recharge par WRITE sur cle
       0200-CONVERTIR-COMPTES.
           MOVE 'COMPTES.DAT' TO RPT-NOM.
           MOVE ZEROES TO WS-LUES WS-ECRITES WS-RELUES.
           MOVE ZEROES TO WS-TOTAL-AVANT WS-TOTAL-APRES.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS = "00"
              CLOSE COMPTESFILE
              MOVE "COMPTES.DAT : DEJA A LA NOUVELLE DISPOSITION"
                 TO MONTMIGR-RPT-LINE
              WRITE MONTMIGR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-COMPTESFILE-STATUS = "35"
              MOVE "COMPTES.DAT : ABSENT, RIEN A CONVERTIR"
                 TO MONTMIGR-RPT-LINE
              WRITE MONTMIGR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT COMPTES-ANC.
           IF WS-COMPTES-ANC-STATUS NOT = "00"
              MOVE SPACES TO MONTMIGR-RPT-LINE
              STRING "COMPTES.DAT : ILLISIBLE, STATUT "
                 WS-COMPTES-ANC-STATUS
                 DELIMITED BY SIZE INTO MONTMIGR-RPT-LINE
              WRITE MONTMIGR-RPT-LINE
              ADD 1 TO WS-ECARTS
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FICHIER-MIG.
           MOVE 'NON' TO WS-EOF-FICHIER.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              READ COMPTES-ANC NEXT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
                 NOT AT END
                    ADD 1 TO WS-LUES
                    ADD CFA-SOLDE TO WS-TOTAL-AVANT
                    WRITE FICHIER-MIG-LINE FROM COMPTES-ANC-RECORD
              END-READ
           END-PERFORM.
           CLOSE COMPTES-ANC.
           CLOSE FICHIER-MIG.

           OPEN OUTPUT COMPTESFILE.
           OPEN INPUT FICHIER-MIG.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ FICHIER-MIG
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              MOVE FICHIER-MIG-LINE(1:13) TO COMPTES-ANC-RECORD
              MOVE CFA-COMPTEID TO CF-COMPTEID
              MOVE CFA-SOLDE TO CF-SOLDE
              MOVE CFA-DEVISE TO CF-DEVISE
              WRITE COMPTESFILE-RECORD
                 NOT INVALID KEY ADD 1 TO WS-ECRITES
              END-WRITE
              READ FICHIER-MIG
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE FICHIER-MIG.
           CLOSE COMPTESFILE.

      *>    preuve : relecture a la nouvelle disposition
           OPEN INPUT COMPTESFILE.
           MOVE 'NON' TO WS-EOF-FICHIER.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              READ COMPTESFILE NEXT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
                 NOT AT END
                    ADD 1 TO WS-RELUES
                    ADD CF-SOLDE TO WS-TOTAL-APRES
              END-READ
           END-PERFORM.
           CLOSE COMPTESFILE.
           PERFORM 0900-BILAN-FICHIER.

      *> fichier texte WS-NOM-PLAT : copie dans le fichier de
      *> travail, recreation a la nouvelle disposition, relecture
       0300-CONVERTIR-PLAT.
           MOVE WS-NOM-PLAT TO RPT-NOM.
           MOVE ZEROES TO WS-LUES WS-ECRITES WS-RELUES.
           MOVE ZEROES TO WS-TOTAL-AVANT WS-TOTAL-APRES.
           OPEN INPUT FICHIER-PLAT.
           IF WS-PLAT-STATUS NOT = "00"
              MOVE SPACES TO MONTMIGR-RPT-LINE
              STRING FUNCTION TRIM(WS-NOM-PLAT)
                 " : ABSENT, RIEN A CONVERTIR"
                 DELIMITED BY SIZE INTO MONTMIGR-RPT-LINE
              WRITE MONTMIGR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FICHIER-MIG.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ FICHIER-PLAT
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              ADD 1 TO WS-LUES
              PERFORM 0310-TOTALISER-ANCIEN
              WRITE FICHIER-MIG-LINE FROM FICHIER-PLAT-LINE
              READ FICHIER-PLAT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE FICHIER-PLAT.
           CLOSE FICHIER-MIG.

           OPEN OUTPUT FICHIER-PLAT.
           OPEN INPUT FICHIER-MIG.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ FICHIER-MIG
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              PERFORM 0320-CONVERTIR-LIGNE
              WRITE FICHIER-PLAT-LINE
              ADD 1 TO WS-ECRITES
              READ FICHIER-MIG
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE FICHIER-MIG.
           CLOSE FICHIER-PLAT.

      *>    preuve : relecture a la nouvelle disposition
           OPEN INPUT FICHIER-PLAT.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ FICHIER-PLAT
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              ADD 1 TO WS-RELUES
              PERFORM 0330-TOTALISER-NOUVEAU
              READ FICHIER-PLAT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE FICHIER-PLAT.
           PERFORM 0900-BILAN-FICHIER.

      *> montants de la ligne FICHIER-PLAT-LINE lue a l'ancienne
      *> disposition
       0310-TOTALISER-ANCIEN.
           EVALUATE WS-NOM-PLAT
              WHEN 'FEESLEDG.DAT'
                 MOVE FICHIER-PLAT-LINE TO WS-ANC-FEES
                 ADD WS-AF-MONTANT TO WS-TOTAL-AVANT
              WHEN 'DEPATERME.DAT'
                 MOVE FICHIER-PLAT-LINE TO WS-ANC-DEPOT
                 ADD WS-AD-MONTANT TO WS-TOTAL-AVANT
              WHEN 'SOLDEHIST.DAT'
                 MOVE FICHIER-PLAT-LINE TO WS-ANC-HIST
                 ADD WS-AH-SOLDE TO WS-TOTAL-AVANT
              WHEN 'OPJOURNAL.DAT'
                 MOVE FICHIER-PLAT-LINE TO WS-ANC-JOURNAL
                 IF WS-AJ-SIGNE = '-'
                    SUBTRACT WS-AJ-MONTANT FROM WS-TOTAL-AVANT
                 ELSE
                    ADD WS-AJ-MONTANT TO WS-TOTAL-AVANT
                 END-IF
              WHEN 'REVALHIST.DAT'
                 MOVE FICHIER-PLAT-LINE TO WS-ANC-REVAL
                 ADD WS-AR-SOLDE TO WS-TOTAL-AVANT
                 ADD WS-AR-VALEUR-EUR TO WS-TOTAL-AVANT
           END-EVALUATE.

      *> ligne FICHIER-MIG-LINE (ancienne disposition) rendue dans
      *> FICHIER-PLAT-LINE a la nouvelle
       0320-CONVERTIR-LIGNE.
           MOVE SPACES TO FICHIER-PLAT-LINE.
           EVALUATE WS-NOM-PLAT
              WHEN 'FEESLEDG.DAT'
                 MOVE FICHIER-MIG-LINE TO WS-ANC-FEES
                 MOVE WS-AF-TYPEOP TO WS-NF-TYPEOP
                 MOVE WS-AF-MONTANT TO WS-NF-MONTANT
                 MOVE WS-AF-SUITE TO WS-NF-SUITE
                 MOVE WS-NEU-FEES TO FICHIER-PLAT-LINE
              WHEN 'DEPATERME.DAT'
                 MOVE FICHIER-MIG-LINE TO WS-ANC-DEPOT
                 MOVE WS-AD-TETE TO WS-ND-TETE
                 MOVE WS-AD-MONTANT TO WS-ND-MONTANT
                 MOVE WS-AD-SUITE TO WS-ND-SUITE
                 MOVE WS-NEU-DEPOT TO FICHIER-PLAT-LINE
              WHEN 'SOLDEHIST.DAT'
                 MOVE FICHIER-MIG-LINE TO WS-ANC-HIST
                 MOVE WS-AH-TETE TO WS-NH-TETE
                 MOVE WS-AH-SOLDE TO WS-NH-SOLDE
                 MOVE WS-AH-SUITE TO WS-NH-SUITE
                 MOVE WS-NEU-HIST TO FICHIER-PLAT-LINE
              WHEN 'OPJOURNAL.DAT'
                 MOVE FICHIER-MIG-LINE TO WS-ANC-JOURNAL
                 MOVE WS-AJ-TETE TO WS-NJ-TETE
                 MOVE WS-AJ-SIGNE TO WS-NJ-SIGNE
                 MOVE WS-AJ-MONTANT TO WS-NJ-MONTANT
                 MOVE WS-AJ-SUITE TO WS-NJ-SUITE
                 MOVE WS-NEU-JOURNAL TO FICHIER-PLAT-LINE
              WHEN 'REVALHIST.DAT'
                 MOVE FICHIER-MIG-LINE TO WS-ANC-REVAL
                 MOVE WS-AR-TETE TO WS-NR-TETE
                 MOVE WS-AR-SOLDE TO WS-NR-SOLDE
                 MOVE WS-AR-TAUX TO WS-NR-TAUX
                 MOVE WS-AR-VALEUR-EUR TO WS-NR-VALEUR-EUR
                 MOVE WS-AR-DATE TO WS-NR-DATE
                 MOVE WS-NEU-REVAL TO FICHIER-PLAT-LINE
           END-EVALUATE.

      *> montants de la ligne FICHIER-PLAT-LINE relue a la nouvelle
      *> disposition
       0330-TOTALISER-NOUVEAU.
           EVALUATE WS-NOM-PLAT
              WHEN 'FEESLEDG.DAT'
                 MOVE FICHIER-PLAT-LINE TO WS-NEU-FEES
                 ADD WS-NF-MONTANT TO WS-TOTAL-APRES
              WHEN 'DEPATERME.DAT'
                 MOVE FICHIER-PLAT-LINE TO WS-NEU-DEPOT
                 ADD WS-ND-MONTANT TO WS-TOTAL-APRES
              WHEN 'SOLDEHIST.DAT'
                 MOVE FICHIER-PLAT-LINE TO WS-NEU-HIST
                 ADD WS-NH-SOLDE TO WS-TOTAL-APRES
              WHEN 'OPJOURNAL.DAT'
                 MOVE FICHIER-PLAT-LINE TO WS-NEU-JOURNAL
                 IF WS-NJ-SIGNE = '-'
                    SUBTRACT WS-NJ-MONTANT FROM WS-TOTAL-APRES
                 ELSE
                    ADD WS-NJ-MONTANT TO WS-TOTAL-APRES
                 END-IF
              WHEN 'REVALHIST.DAT'
                 MOVE FICHIER-PLAT-LINE TO WS-NEU-REVAL
                 ADD WS-NR-SOLDE TO WS-TOTAL-APRES
                 ADD WS-NR-VALEUR-EUR TO WS-TOTAL-APRES
           END-EVALUATE.

      *> ligne de bilan ; comptes et totaux doivent retomber juste
       0900-BILAN-FICHIER.
           ADD 1 TO WS-CONVERTIS.
           ADD WS-RELUES TO WS-BR-RECORDS.
           MOVE WS-LUES TO RPT-LUES.
           MOVE WS-ECRITES TO RPT-ECRITES.
           MOVE WS-RELUES TO RPT-RELUES.
           MOVE WS-TOTAL-AVANT TO RPT-AVANT.
           MOVE WS-TOTAL-APRES TO RPT-APRES.
           IF WS-LUES = WS-ECRITES
              AND WS-LUES = WS-RELUES
              AND WS-TOTAL-AVANT = WS-TOTAL-APRES
              MOVE 'CONTROLE OK' TO RPT-CONTROLE
           ELSE
              MOVE 'ECART' TO RPT-CONTROLE
              ADD 1 TO WS-ECARTS
           END-IF.
           MOVE WS-RPT-BILAN TO MONTMIGR-RPT-LINE.
           WRITE MONTMIGR-RPT-LINE.

       END PROGRAM montmigrbatch.
