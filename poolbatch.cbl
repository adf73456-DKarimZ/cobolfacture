       IDENTIFICATION DIVISION.
       PROGRAM-ID. poolbatch.
       AUTHOR. D.KISAMA.

      *> Centralisation de tresorerie (cash pooling) des groupes de
      *> clients RAISON_SOCIALE : chaque soir, les comptes des
      *> filiales d'un pool sont ramenes a leur solde cible par
      *> virement avec le compte centralisateur de la holding.
      *> Le pool est defini par l'agence dans POOLDEF.DAT, une ligne
      *> par filiale participante : numero et nom du pool, compte
      *> centralisateur et son client, compte participant et son
      *> client, solde cible, statut ACTIF/INACTIF.
      *> Pour chaque pool, dans cet ordre :
      *>  - remontee : le disponible d'un participant (solde
      *>    COMPTES.DAT diminue des retenues, module soldedispo)
      *>    au-dessus de sa cible part sur le compte centralisateur ;
      *>  - couverture : un participant dont le solde est sous sa
      *>    cible est renfloue par le compte centralisateur -- les
      *>    remontees passent d'abord pour alimenter la holding.
      *> Chaque mouvement suit le chemin du virement interne : debit
      *> via opdebit, credit via opcredit, contrepassation si le
      *> credit est refuse (file SUSPENS si elle est refusee a son
      *> tour), paires INSERT/UPDATE sequencees liees par la
      *> reference 'CP'+sequence ; un mouvement au-dela de 99999.99
      *> est decoupe en tranches. Un compte sous gel administratif
      *> (GELADMIN.DAT) n'est pas pivote.
      *> La position intra-groupe de chaque participant est tenue
      *> dans POOLPOS.DAT : positive, la filiale a prete a la
      *> holding ; negative, elle lui doit. La position de chaque
      *> soir est cumulee en nombres (meme methode que agiosbatch) ;
      *> au premier passage d'un nouveau mois, les interets du mois
      *> ecoule = nombres x taux / 36500 sont regles entre la holding
      *> et la filiale (type INTERETS POOL), au taux de la ligne
      *> CASH POOLING du bareme TAUXBAREME.DAT a la date d'effet la
      *> plus recente, avec repli sur le taux par defaut.
      *> Le releve quotidien du pool POOLSTMT.RPT, remis a la
      *> holding, liste chaque mouvement et la position de chaque
      *> participant. La date du dernier passage est gardee sur la
      *> position : une relance le meme jour ne pivote rien deux
      *> fois.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POOLDEF ASSIGN TO "POOLDEF.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POOLDEF-STATUS.

           SELECT POOLPOS ASSIGN TO "POOLPOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POOLPOS-STATUS.

           SELECT TAUXBAREME ASSIGN TO "TAUXBAREME.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAUXBAREME-STATUS.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

      *> gels administratifs (filtrage sanctions), meme registre que
      *> celui consulte par opdebit/opcredit
           SELECT GELADMIN ASSIGN TO "GELADMIN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GELADMIN-STATUS.

           SELECT SUSPENS ASSIGN TO "SUSPENS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENS-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POOLSTMT-RPT ASSIGN TO "POOLSTMT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POOLDEF.
       01 POOLDEF-RECORD.
           05 PD-POOLID          PIC 9(5).
           05 PD-NOM             PIC X(30).
           05 PD-COMPTE-MAITRE   PIC 9(5).
           05 PD-IDCLIENT-MAITRE PIC 9(5).
           05 PD-COMPTE          PIC 9(5).
           05 PD-IDCLIENT        PIC 9(5).
           05 PD-CIBLE           PIC 9(7)V99.
           05 PD-STATUT          PIC X(8).

       FD POOLPOS.
       01 POOLPOS-RECORD.
           05 PP-POOLID          PIC 9(5).
           05 PP-COMPTE          PIC 9(5).
           05 PP-POSITION        PIC S9(9)V99.
           05 PP-NOMBRES         PIC S9(13)V99.
           05 PP-MOIS-NOMBRES    PIC X(7).
           05 PP-INTERETS-MOIS   PIC S9(7)V99.
           05 PP-DATE-BALAYAGE   PIC X(10).

       FD TAUXBAREME.
       01 TAUXBAREME-RECORD.
           05 TB-TYPECLIENT      PIC X(20).
           05 TB-PLANCHER        PIC 9(7)V99.
           05 TB-TAUX            PIC 9V99.
           05 TB-DATE-EFFET      PIC X(10).

       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD GELADMIN.
       01 GELADMIN-RECORD.
           05 GA-COMPTEID        PIC 9(5).
           05 GA-DATE-POSE       PIC X(10).
           05 GA-MOTIF           PIC X(30).
           05 GA-STATUT          PIC X(10).

       FD SUSPENS.
       01 SUSPENS-RECORD.
           05 SUS-REFERENCE      PIC X(16).
           05 SUS-COMPTEID       PIC 9(5).
           05 SUS-MONTANT        PIC 9(5)V99.
           05 SUS-DATE-RECU      PIC X(10).
           05 SUS-MOTIF          PIC X(25).
           05 SUS-STATUT         PIC X(10).
           05 SUS-IBAN           PIC X(34).

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       FD POOLSTMT-RPT.
       01 POOLSTMT-RPT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-POOLDEF-STATUS      PIC X(2).
       01 WS-POOLPOS-STATUS      PIC X(2).
       01 WS-TAUXBAREME-STATUS   PIC X(2).
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-GELADMIN-STATUS     PIC X(2).
       01 WS-SUSPENS-STATUS      PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> participants des pools, avec leur position retrouvee et
      *> l'indicateur de traitement du jour
       01 WS-PD-TABLE.
           05 WS-PD-ENTRY OCCURS 1000 TIMES.
              10 WS-PD-POOLID        PIC 9(5).
              10 WS-PD-NOM           PIC X(30).
              10 WS-PD-COMPTE-MAITRE PIC 9(5).
              10 WS-PD-IDCLIENT-MAITRE PIC 9(5).
              10 WS-PD-COMPTE        PIC 9(5).
              10 WS-PD-IDCLIENT      PIC 9(5).
              10 WS-PD-CIBLE         PIC 9(7)V99.
              10 WS-PD-STATUT        PIC X(8).
              10 WS-PD-POS-IDX       PIC 9(4).
              10 WS-PD-A-TRAITER     PIC X(3).
       01 WS-PD-COUNT            PIC 9(4) VALUE 0.
       01 WS-PD-IDX              PIC 9(4).

       01 WS-PP-TABLE.
           05 WS-PP-ENTRY OCCURS 2000 TIMES.
              10 WS-PP-POOLID        PIC 9(5).
              10 WS-PP-COMPTE        PIC 9(5).
              10 WS-PP-POSITION      PIC S9(9)V99.
              10 WS-PP-NOMBRES       PIC S9(13)V99.
              10 WS-PP-MOIS-NOMBRES  PIC X(7).
              10 WS-PP-INTERETS-MOIS PIC S9(7)V99.
              10 WS-PP-DATE-BALAYAGE PIC X(10).
       01 WS-PP-COUNT            PIC 9(4) VALUE 0.
       01 WS-PP-IDX              PIC 9(4).
       01 WS-PP-CUR              PIC 9(4).

      *> liste des pools a traiter, dans l'ordre du fichier
       01 WS-PL-TABLE.
           05 WS-PL-POOLID OCCURS 200 TIMES PIC 9(5).
       01 WS-PL-COUNT            PIC 9(3) VALUE 0.
       01 WS-PL-IDX              PIC 9(3).
       01 WS-FOUND               PIC X(3).
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

      *> taux annuel par defaut des positions intra-groupe, utilise
      *> quand le bareme n'a pas de ligne CASH POOLING applicable
       01 WS-TAUX-DEFAUT         PIC 9V99 VALUE 2.00.
       01 WS-TAUX-APPLIQUE       PIC 9V99.
       01 WS-TAUX-DATE-EFFET     PIC X(10).
       01 WS-EOF-TAUXBAREME      PIC X(3).
       01 WS-TAUX-ED             PIC 9.99.

      *> mouvement en cours
       01 WS-COMPTE-DEBIT        PIC 9(5).
       01 WS-CLIENT-DEBIT        PIC 9(5).
       01 WS-COMPTE-CREDIT       PIC 9(5).
       01 WS-CLIENT-CREDIT       PIC 9(5).
       01 WS-TYPE-OP             PIC X(25).
       01 WS-LIBELLE-SUITE       PIC X(17).
       01 WS-MOUVEMENT           PIC 9(5)V99.
       01 WS-RESTE               PIC S9(10)V99.
       01 WS-VIR-OK              PIC X(3).
       01 WS-REF                 PIC 9(10).
       01 WS-INTERETS            PIC S9(7)V99.

      *> lecture d'un solde de reference et de son disponible
       01 WS-CF-TROUVE           PIC X(3).
       01 WS-CF-COMPTEID         PIC 9(5).
       01 WS-CF-SOLDE            PIC S9(9)V99.
       01 WS-SD-SOLDE            PIC S9(10)V99.
       01 WS-SD-DISPONIBLE       PIC S9(10)V99.

      *> gel administratif d'un compte du pool
       01 WS-EOF-GELADMIN        PIC X(3).
       01 WS-GEL-COMPTEID        PIC 9(5).
       01 WS-COMPTE-GELE         PIC X(3).

       01 WS-NB-MOUVEMENTS       PIC 9(7) VALUE 0.
       01 WS-NB-INTERETS         PIC 9(7) VALUE 0.
       01 WS-NB-GELES            PIC 9(7) VALUE 0.
       01 WS-NB-REFUSES          PIC 9(7) VALUE 0.
       01 WS-POOL-REMONTE        PIC 9(9)V99.
       01 WS-POOL-COUVERT        PIC 9(9)V99.
       01 WS-MONTANT-ED          PIC Z(4)9.99.
       01 WS-TOTAL-ED            PIC Z(8)9.99.
       01 WS-POSITION-ED         PIC -(9)9.99.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-MOIS-COURANT        PIC X(7).

      *> jambes du virement via opdebit/opcredit, comme le virement
      *> interne de l'ecran client
       01 L-SOLDE               PIC 9(5)V99.
       01 L-SOMME               PIC 9(5)V99.
       01 L-NEWSOLDE            PIC 9(5)V99.
       01 L-COMPTEID            PIC 9(5).
       01 L-DATE                PIC X(10).
       01 L-SUCCESS             PIC X(3).
       01 L-SUCCESS-CRED        PIC X(3).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

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
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'poolbatch'.
       01 WS-BR-HEURE-DEBUT     PIC X(6).
       01 WS-BR-RECORDS         PIC 9(7).
       01 WS-BR-FAILED          PIC 9(7).
       01 WS-BR-STATUT          PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

      *> cloture des intentions de postage d'un mouvement sans
      *> ligne journal, voir le module postintent
       01 WS-PI-ACTION          PIC X VALUE 'T'.
       01 WS-PI-MODULE          PIC X(20) VALUE 'poolbatch'.
       01 WS-PI-COMPTEID        PIC 9(5).
       01 WS-PI-AVANT           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-APRES           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-SEQ             PIC 9(10) VALUE ZEROES.

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.
           MOVE WS-TODAY-ISO(1:7) TO WS-MOIS-COURANT.
           PERFORM 0150-FIND-TAUX-POOL.
           PERFORM 0200-LOAD-POOLDEF.
           PERFORM 0250-LOAD-POOLPOS.

           OPEN OUTPUT POOLSTMT-RPT.
           MOVE WS-TAUX-APPLIQUE TO WS-TAUX-ED.
           MOVE SPACES TO POOLSTMT-RPT-LINE.
           STRING "RELEVE DE CENTRALISATION DE TRESORERIE DU "
              WS-TODAY-ISO "  TAUX INTRA-GROUPE " WS-TAUX-ED " %"
              DELIMITED BY SIZE INTO POOLSTMT-RPT-LINE.
           WRITE POOLSTMT-RPT-LINE.

           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** POOLDEF.DAT OU POOLPOS.DAT TROP GRAND : ARRET"
                TO POOLSTMT-RPT-LINE
              WRITE POOLSTMT-RPT-LINE
              CLOSE POOLSTMT-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN EXTEND GENERESQL.
           OPEN EXTEND GENERUPDATE.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
              UNTIL WS-PL-IDX > WS-PL-COUNT
              PERFORM 0300-TRAITER-POOL
           END-PERFORM.
           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           PERFORM 0800-REWRITE-POOLPOS.

           MOVE SPACES TO POOLSTMT-RPT-LINE.
           WRITE POOLSTMT-RPT-LINE.
           MOVE SPACES TO POOLSTMT-RPT-LINE.
           STRING "POOLS: " WS-PL-COUNT
              "  MOUVEMENTS: " WS-NB-MOUVEMENTS
              "  REGLEMENTS D'INTERETS: " WS-NB-INTERETS
              "  GELES: " WS-NB-GELES
              "  REFUSES: " WS-NB-REFUSES
              DELIMITED BY SIZE INTO POOLSTMT-RPT-LINE.
           WRITE POOLSTMT-RPT-LINE.
           CLOSE POOLSTMT-RPT.

           MOVE 'POOLSTMT' TO WS-SPOOL-NOM.
           MOVE 'POOLSTMT.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-MOUVEMENTS + WS-NB-INTERETS
              + WS-NB-REFUSES.
           MOVE WS-NB-REFUSES TO WS-BR-FAILED.
           IF WS-NB-REFUSES = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

      *> taux intra-groupe : ligne CASH POOLING du bareme a la date
      *> d'effet la plus recente ne depassant pas le jour
       0150-FIND-TAUX-POOL.
           MOVE WS-TAUX-DEFAUT TO WS-TAUX-APPLIQUE.
           MOVE SPACES TO WS-TAUX-DATE-EFFET.
           MOVE 'NON' TO WS-EOF-TAUXBAREME.
           OPEN INPUT TAUXBAREME.
           IF WS-TAUXBAREME-STATUS = "00"
              READ TAUXBAREME
                 AT END MOVE 'OUI' TO WS-EOF-TAUXBAREME
              END-READ
              PERFORM UNTIL WS-EOF-TAUXBAREME = 'OUI'
                 IF TB-TYPECLIENT = 'CASH POOLING'
                    AND TB-DATE-EFFET NOT > WS-TODAY-ISO
                    AND TB-DATE-EFFET NOT < WS-TAUX-DATE-EFFET
                    MOVE TB-TAUX TO WS-TAUX-APPLIQUE
                    MOVE TB-DATE-EFFET TO WS-TAUX-DATE-EFFET
                 END-IF
                 READ TAUXBAREME
                    AT END MOVE 'OUI' TO WS-EOF-TAUXBAREME
                 END-READ
              END-PERFORM
              CLOSE TAUXBAREME
           END-IF.

      *> participants ACTIF seulement ; la liste des pools est tenue
      *> dans l'ordre de premiere apparition
       0200-LOAD-POOLDEF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT POOLDEF.
           IF WS-POOLDEF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ POOLDEF
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PD-STATUT = 'ACTIF'
                 PERFORM 0210-RETENIR-PARTICIPANT
              END-IF
              READ POOLDEF
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE POOLDEF.

       0210-RETENIR-PARTICIPANT.
           IF WS-PD-COUNT NOT < 1000
              MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PD-COUNT.
           MOVE PD-POOLID TO WS-PD-POOLID(WS-PD-COUNT).
           MOVE PD-NOM TO WS-PD-NOM(WS-PD-COUNT).
           MOVE PD-COMPTE-MAITRE TO WS-PD-COMPTE-MAITRE(WS-PD-COUNT).
           MOVE PD-IDCLIENT-MAITRE
             TO WS-PD-IDCLIENT-MAITRE(WS-PD-COUNT).
           MOVE PD-COMPTE TO WS-PD-COMPTE(WS-PD-COUNT).
           MOVE PD-IDCLIENT TO WS-PD-IDCLIENT(WS-PD-COUNT).
           MOVE PD-CIBLE TO WS-PD-CIBLE(WS-PD-COUNT).
           MOVE PD-STATUT TO WS-PD-STATUT(WS-PD-COUNT).
           MOVE ZEROES TO WS-PD-POS-IDX(WS-PD-COUNT).
           MOVE 'NON' TO WS-PD-A-TRAITER(WS-PD-COUNT).

           MOVE 'NON' TO WS-FOUND.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
              UNTIL WS-PL-IDX > WS-PL-COUNT
              IF WS-PL-POOLID(WS-PL-IDX) = PD-POOLID
                 MOVE 'OUI' TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'NON'
              IF WS-PL-COUNT NOT < 200
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              ELSE
                 ADD 1 TO WS-PL-COUNT
                 MOVE PD-POOLID TO WS-PL-POOLID(WS-PL-COUNT)
              END-IF
           END-IF.

       0250-LOAD-POOLPOS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT POOLPOS.
           IF WS-POOLPOS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ POOLPOS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-PP-COUNT < 1000
                 ADD 1 TO WS-PP-COUNT
                 MOVE POOLPOS-RECORD TO WS-PP-ENTRY(WS-PP-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ POOLPOS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE POOLPOS.

      *> un pool : positions, interets du mois ecoule, remontees,
      *> couvertures, puis etat des positions au releve
       0300-TRAITER-POOL.
           MOVE ZEROES TO WS-POOL-REMONTE.
           MOVE ZEROES TO WS-POOL-COUVERT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-COUNT
              IF WS-PD-POOLID(WS-PD-IDX) = WS-PL-POOLID(WS-PL-IDX)
                 PERFORM 0310-PREPARER-PARTICIPANT
              END-IF
           END-PERFORM.

           MOVE SPACES TO POOLSTMT-RPT-LINE.
           WRITE POOLSTMT-RPT-LINE.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-COUNT
              IF WS-PD-POOLID(WS-PD-IDX) = WS-PL-POOLID(WS-PL-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE SPACES TO POOLSTMT-RPT-LINE.
           STRING "POOL " WS-PL-POOLID(WS-PL-IDX)
              " " WS-PD-NOM(WS-PD-IDX)
              " - COMPTE CENTRALISATEUR "
              WS-PD-COMPTE-MAITRE(WS-PD-IDX)
              DELIMITED BY SIZE INTO POOLSTMT-RPT-LINE.
           WRITE POOLSTMT-RPT-LINE.

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-COUNT
              IF WS-PD-POOLID(WS-PD-IDX) = WS-PL-POOLID(WS-PL-IDX)
                 MOVE WS-PD-POS-IDX(WS-PD-IDX) TO WS-PP-CUR
                 PERFORM 0600-REGLER-INTERETS
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-COUNT
              IF WS-PD-POOLID(WS-PD-IDX) = WS-PL-POOLID(WS-PL-IDX)
                 AND WS-PD-A-TRAITER(WS-PD-IDX) = 'OUI'
                 MOVE WS-PD-POS-IDX(WS-PD-IDX) TO WS-PP-CUR
                 PERFORM 0400-REMONTER-EXCEDENT
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-COUNT
              IF WS-PD-POOLID(WS-PD-IDX) = WS-PL-POOLID(WS-PL-IDX)
                 AND WS-PD-A-TRAITER(WS-PD-IDX) = 'OUI'
                 MOVE WS-PD-POS-IDX(WS-PD-IDX) TO WS-PP-CUR
                 PERFORM 0450-COUVRIR-DEFICIT
              END-IF
           END-PERFORM.

      *>    position du soir cumulee en nombres pour les interets
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-COUNT
              IF WS-PD-POOLID(WS-PD-IDX) = WS-PL-POOLID(WS-PL-IDX)
                 MOVE WS-PD-POS-IDX(WS-PD-IDX) TO WS-PP-CUR
                 IF WS-PD-A-TRAITER(WS-PD-IDX) = 'OUI'
                    ADD WS-PP-POSITION(WS-PP-CUR)
                      TO WS-PP-NOMBRES(WS-PP-CUR)
                    MOVE WS-TODAY-ISO
                      TO WS-PP-DATE-BALAYAGE(WS-PP-CUR)
                 END-IF
                 MOVE WS-PP-POSITION(WS-PP-CUR) TO WS-POSITION-ED
                 MOVE SPACES TO POOLSTMT-RPT-LINE
                 STRING "   POSITION COMPTE " WS-PD-COMPTE(WS-PD-IDX)
                    " : " WS-POSITION-ED
                    DELIMITED BY SIZE INTO POOLSTMT-RPT-LINE
                 WRITE POOLSTMT-RPT-LINE
              END-IF
           END-PERFORM.

           MOVE WS-POOL-REMONTE TO WS-TOTAL-ED.
           MOVE SPACES TO POOLSTMT-RPT-LINE.
           STRING "   TOTAL REMONTE: " WS-TOTAL-ED
              DELIMITED BY SIZE INTO POOLSTMT-RPT-LINE.
           MOVE WS-POOL-COUVERT TO WS-TOTAL-ED.
           MOVE "   TOTAL COUVERT: " TO POOLSTMT-RPT-LINE(36:18).
           MOVE WS-TOTAL-ED TO POOLSTMT-RPT-LINE(54:12).
           WRITE POOLSTMT-RPT-LINE.

      *> position du participant (creee au premier passage) et
      *> indicateur : deja pivote aujourd'hui, ou compte gele
       0310-PREPARER-PARTICIPANT.
           MOVE 0 TO WS-PP-CUR.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
              UNTIL WS-PP-IDX > WS-PP-COUNT
              IF WS-PP-POOLID(WS-PP-IDX) = WS-PD-POOLID(WS-PD-IDX)
                 AND WS-PP-COMPTE(WS-PP-IDX) = WS-PD-COMPTE(WS-PD-IDX)
                 MOVE WS-PP-IDX TO WS-PP-CUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PP-CUR = 0
              ADD 1 TO WS-PP-COUNT
              MOVE WS-PP-COUNT TO WS-PP-CUR
              MOVE WS-PD-POOLID(WS-PD-IDX) TO WS-PP-POOLID(WS-PP-CUR)
              MOVE WS-PD-COMPTE(WS-PD-IDX) TO WS-PP-COMPTE(WS-PP-CUR)
              MOVE ZEROES TO WS-PP-POSITION(WS-PP-CUR)
              MOVE ZEROES TO WS-PP-NOMBRES(WS-PP-CUR)
              MOVE WS-MOIS-COURANT TO WS-PP-MOIS-NOMBRES(WS-PP-CUR)
              MOVE ZEROES TO WS-PP-INTERETS-MOIS(WS-PP-CUR)
              MOVE SPACES TO WS-PP-DATE-BALAYAGE(WS-PP-CUR)
           END-IF.
           MOVE WS-PP-CUR TO WS-PD-POS-IDX(WS-PD-IDX).

           IF WS-PP-DATE-BALAYAGE(WS-PP-CUR) = WS-TODAY-ISO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PD-COMPTE(WS-PD-IDX) TO WS-GEL-COMPTEID.
           PERFORM 0480-CHECK-GEL-ADMIN.
           IF WS-COMPTE-GELE = 'NON'
              MOVE WS-PD-COMPTE-MAITRE(WS-PD-IDX) TO WS-GEL-COMPTEID
              PERFORM 0480-CHECK-GEL-ADMIN
           END-IF.
           IF WS-COMPTE-GELE = 'OUI'
              ADD 1 TO WS-NB-GELES
              MOVE SPACES TO POOLSTMT-RPT-LINE
              STRING "   COMPTE " WS-GEL-COMPTEID
                 " SOUS GEL ADMINISTRATIF : "
                 WS-PD-COMPTE(WS-PD-IDX) " NON PIVOTE"
                 DELIMITED BY SIZE INTO POOLSTMT-RPT-LINE
              WRITE POOLSTMT-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'OUI' TO WS-PD-A-TRAITER(WS-PD-IDX).

      *> disponible au-dessus de la cible -> compte centralisateur
       0400-REMONTER-EXCEDENT.
           MOVE WS-PD-COMPTE(WS-PD-IDX) TO WS-CF-COMPTEID.
           PERFORM 0460-LIRE-DISPONIBLE.
           IF WS-CF-TROUVE NOT = 'OUI'
              OR WS-SD-DISPONIBLE NOT > WS-PD-CIBLE(WS-PD-IDX)
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RESTE = WS-SD-DISPONIBLE - WS-PD-CIBLE(WS-PD-IDX).
           MOVE WS-PD-COMPTE(WS-PD-IDX) TO WS-COMPTE-DEBIT.
           MOVE WS-PD-IDCLIENT(WS-PD-IDX) TO WS-CLIENT-DEBIT.
           MOVE WS-PD-COMPTE-MAITRE(WS-PD-IDX) TO WS-COMPTE-CREDIT.
           MOVE WS-PD-IDCLIENT-MAITRE(WS-PD-IDX) TO WS-CLIENT-CREDIT.
           MOVE 'CASH POOLING' TO WS-TYPE-OP.
           MOVE 'REMONTEE POOL' TO WS-LIBELLE-SUITE.
           MOVE 'OUI' TO WS-VIR-OK.
           PERFORM UNTIL WS-RESTE NOT > ZEROES OR WS-VIR-OK = 'NON'
              IF WS-RESTE > 99999.99
                 MOVE 99999.99 TO WS-MOUVEMENT
              ELSE
                 MOVE WS-RESTE TO WS-MOUVEMENT
              END-IF
              PERFORM 0500-VIREMENT-POOL
              IF WS-VIR-OK = 'OUI'
                 SUBTRACT WS-MOUVEMENT FROM WS-RESTE
                 ADD WS-MOUVEMENT TO WS-PP-POSITION(WS-PP-CUR)
                 ADD WS-MOUVEMENT TO WS-POOL-REMONTE
              END-IF
           END-PERFORM.

      *> solde sous la cible -> couvert par le compte centralisateur
       0450-COUVRIR-DEFICIT.
           MOVE WS-PD-COMPTE(WS-PD-IDX) TO WS-CF-COMPTEID.
           PERFORM 0460-LIRE-DISPONIBLE.
           IF WS-CF-TROUVE NOT = 'OUI'
              OR WS-CF-SOLDE NOT < WS-PD-CIBLE(WS-PD-IDX)
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RESTE = WS-PD-CIBLE(WS-PD-IDX) - WS-CF-SOLDE.
           MOVE WS-PD-COMPTE-MAITRE(WS-PD-IDX) TO WS-COMPTE-DEBIT.
           MOVE WS-PD-IDCLIENT-MAITRE(WS-PD-IDX) TO WS-CLIENT-DEBIT.
           MOVE WS-PD-COMPTE(WS-PD-IDX) TO WS-COMPTE-CREDIT.
           MOVE WS-PD-IDCLIENT(WS-PD-IDX) TO WS-CLIENT-CREDIT.
           MOVE 'CASH POOLING' TO WS-TYPE-OP.
           MOVE 'COUVERTURE POOL' TO WS-LIBELLE-SUITE.
           MOVE 'OUI' TO WS-VIR-OK.
           PERFORM UNTIL WS-RESTE NOT > ZEROES OR WS-VIR-OK = 'NON'
              IF WS-RESTE > 99999.99
                 MOVE 99999.99 TO WS-MOUVEMENT
              ELSE
                 MOVE WS-RESTE TO WS-MOUVEMENT
              END-IF
              PERFORM 0500-VIREMENT-POOL
              IF WS-VIR-OK = 'OUI'
                 SUBTRACT WS-MOUVEMENT FROM WS-RESTE
                 SUBTRACT WS-MOUVEMENT FROM WS-PP-POSITION(WS-PP-CUR)
                 ADD WS-MOUVEMENT TO WS-POOL-COUVERT
              END-IF
           END-PERFORM.

      *> solde de reference COMPTES.DAT puis disponible (saisies,
      *> nantissements, autorisations carte) via soldedispo
       0460-LIRE-DISPONIBLE.
           MOVE 'NON' TO WS-CF-TROUVE.
           MOVE ZEROES TO WS-CF-SOLDE.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS = "00"
              MOVE WS-CF-COMPTEID TO CF-COMPTEID
              READ COMPTESFILE
                 NOT INVALID KEY
                    MOVE 'OUI' TO WS-CF-TROUVE
                    MOVE CF-SOLDE TO WS-CF-SOLDE
              END-READ
              CLOSE COMPTESFILE
           END-IF.
           MOVE WS-CF-SOLDE TO WS-SD-SOLDE.
           CALL 'soldedispo' USING WS-CF-COMPTEID, WS-TODAY-ISO,
              WS-SD-SOLDE, WS-SD-DISPONIBLE.

       0480-CHECK-GEL-ADMIN.
           MOVE 'NON' TO WS-COMPTE-GELE.
           MOVE 'NON' TO WS-EOF-GELADMIN.
           OPEN INPUT GELADMIN.
           IF WS-GELADMIN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GELADMIN
              AT END MOVE 'OUI' TO WS-EOF-GELADMIN
           END-READ.
           PERFORM UNTIL WS-EOF-GELADMIN = 'OUI'
              IF GA-COMPTEID = WS-GEL-COMPTEID
                 AND GA-STATUT = 'ACTIF'
                 MOVE 'OUI' TO WS-COMPTE-GELE
                 MOVE 'OUI' TO WS-EOF-GELADMIN
              ELSE
                 READ GELADMIN
                    AT END MOVE 'OUI' TO WS-EOF-GELADMIN
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE GELADMIN.

      *> jambe debit d'abord, jambe credit ensuite ; credit refuse :
      *> le debit est contrepasse aussitot, jamais une seule jambe
       0500-VIREMENT-POOL.
           MOVE 'NON' TO WS-VIR-OK.
           MOVE WS-MOUVEMENT TO WS-MONTANT-ED.
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-MOUVEMENT TO L-SOMME.
           MOVE WS-COMPTE-DEBIT TO L-COMPTEID.
           MOVE WS-TODAY-ISO TO L-DATE.
           CALL 'opdebit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, 'EUR', 'EUR', L-SUCCESS.
           IF L-SUCCESS NOT = 'OUI'
              ADD 1 TO WS-NB-REFUSES
              MOVE SPACES TO POOLSTMT-RPT-LINE
              STRING "   " WS-LIBELLE-SUITE " " WS-COMPTE-DEBIT
                 " -> " WS-COMPTE-CREDIT " " WS-MONTANT-ED
                 " DEBIT REFUSE"
                 DELIMITED BY SIZE INTO POOLSTMT-RPT-LINE
              WRITE POOLSTMT-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-COMPTE-CREDIT TO L-COMPTEID.
           CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, L-SUCCESS-CRED, 'EUR', 'EUR'.
           IF L-SUCCESS-CRED NOT = 'OUI'
              ADD 1 TO WS-NB-REFUSES
              PERFORM 0550-CONTREPASSER-DEBIT
              EXIT PARAGRAPH
           END-IF.

      *>    reference commune des deux jambes, tiree du meme compteur
      *>    que les numeros de sequence du flux genere
           PERFORM 0520-NEXT-SQL-SEQ.
           MOVE WS-SQL-SEQ-NR TO WS-REF.

           MOVE WS-TYPE-OP TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'CP' WS-REF ' ' WS-LIBELLE-SUITE
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING '-' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-COMPTE-DEBIT TO DET-COMPTEID.
           MOVE WS-CLIENT-DEBIT TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0520-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE '-' TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE WS-COMPTE-DEBIT TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0520-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

           MOVE SPACES TO DET-MONTANT.
           STRING '+' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-COMPTE-CREDIT TO DET-COMPTEID.
           MOVE WS-CLIENT-CREDIT TO DET-CLIENTID.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0520-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE '+' TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE WS-COMPTE-CREDIT TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0520-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

           MOVE 'OUI' TO WS-VIR-OK.
           MOVE SPACES TO POOLSTMT-RPT-LINE.
           STRING "   CP" WS-REF " " WS-LIBELLE-SUITE " "
              WS-COMPTE-DEBIT " -> " WS-COMPTE-CREDIT
              " " WS-MONTANT-ED
              DELIMITED BY SIZE INTO POOLSTMT-RPT-LINE.
           WRITE POOLSTMT-RPT-LINE.
           IF WS-TYPE-OP = 'CASH POOLING'
              ADD 1 TO WS-NB-MOUVEMENTS
           ELSE
              ADD 1 TO WS-NB-INTERETS
           END-IF.

       0520-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *> credit refuse : le debit deja applique est recredite ; si ce
      *> recredit est lui-meme refuse, le cas part en file de
      *> reparation SUSPENS du back-office
       0550-CONTREPASSER-DEBIT.
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-COMPTE-DEBIT TO L-COMPTEID.
           CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'.
           MOVE SPACES TO POOLSTMT-RPT-LINE.
           IF L-SUCCESS = 'OUI'
              STRING "   " WS-LIBELLE-SUITE " " WS-COMPTE-DEBIT
                 " -> " WS-COMPTE-CREDIT " " WS-MONTANT-ED
                 " CREDIT REFUSE : DEBIT CONTREPASSE"
                 DELIMITED BY SIZE INTO POOLSTMT-RPT-LINE
           ELSE
              MOVE 'CP CONTREPASSE' TO SUS-REFERENCE
              MOVE WS-COMPTE-DEBIT TO SUS-COMPTEID
              MOVE L-SOMME TO SUS-MONTANT
              MOVE WS-TODAY-ISO TO SUS-DATE-RECU
              MOVE 'CONTREPASSATION REFUSEE' TO SUS-MOTIF
              MOVE 'A TRAITER' TO SUS-STATUT
              MOVE SPACES TO SUS-IBAN
              OPEN EXTEND SUSPENS
              IF WS-SUSPENS-STATUS = "35"
                 CLOSE SUSPENS
                 OPEN OUTPUT SUSPENS
              END-IF
              WRITE SUSPENS-RECORD
              CLOSE SUSPENS
              STRING "   " WS-LIBELLE-SUITE " " WS-COMPTE-DEBIT
                 " " WS-MONTANT-ED
                 " CONTREPASSATION REFUSEE : FILE SUSPENS"
                 DELIMITED BY SIZE INTO POOLSTMT-RPT-LINE
           END-IF.
           WRITE POOLSTMT-RPT-LINE.

      *>    debit et contrepassation se neutralisent (ou le cas est
      *>    en file SUSPENS) : rien ne part au journal, les
      *>    intentions du compte sont closes ici
           MOVE L-COMPTEID TO WS-PI-COMPTEID.
           CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
              WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ.

      *> au premier passage d'un nouveau mois : interets du mois
      *> ecoule sur les nombres de la position ; positifs, la
      *> holding les paie a la filiale, negatifs, la filiale les
      *> paie a la holding. Un reglement refuse reste du : les
      *> nombres sont gardes et le reglement est retente au passage
      *> suivant.
       0600-REGLER-INTERETS.
           IF WS-PP-MOIS-NOMBRES(WS-PP-CUR) NOT < WS-MOIS-COURANT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INTERETS ROUNDED =
              WS-PP-NOMBRES(WS-PP-CUR) * WS-TAUX-APPLIQUE / 36500.
           MOVE WS-INTERETS TO WS-PP-INTERETS-MOIS(WS-PP-CUR).
           IF WS-INTERETS = ZEROES
              OR WS-PD-A-TRAITER(WS-PD-IDX) NOT = 'OUI'
              IF WS-INTERETS = ZEROES
                 MOVE ZEROES TO WS-PP-NOMBRES(WS-PP-CUR)
                 MOVE WS-MOIS-COURANT TO WS-PP-MOIS-NOMBRES(WS-PP-CUR)
              END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE 'INTERETS POOL' TO WS-TYPE-OP.
           MOVE SPACES TO WS-LIBELLE-SUITE.
           STRING 'INTERETS ' WS-PP-MOIS-NOMBRES(WS-PP-CUR)
              DELIMITED BY SIZE INTO WS-LIBELLE-SUITE.
           IF WS-INTERETS > ZEROES
              MOVE WS-INTERETS TO WS-MOUVEMENT
              MOVE WS-PD-COMPTE-MAITRE(WS-PD-IDX) TO WS-COMPTE-DEBIT
              MOVE WS-PD-IDCLIENT-MAITRE(WS-PD-IDX) TO WS-CLIENT-DEBIT
              MOVE WS-PD-COMPTE(WS-PD-IDX) TO WS-COMPTE-CREDIT
              MOVE WS-PD-IDCLIENT(WS-PD-IDX) TO WS-CLIENT-CREDIT
           ELSE
              COMPUTE WS-MOUVEMENT = 0 - WS-INTERETS
              MOVE WS-PD-COMPTE(WS-PD-IDX) TO WS-COMPTE-DEBIT
              MOVE WS-PD-IDCLIENT(WS-PD-IDX) TO WS-CLIENT-DEBIT
              MOVE WS-PD-COMPTE-MAITRE(WS-PD-IDX) TO WS-COMPTE-CREDIT
              MOVE WS-PD-IDCLIENT-MAITRE(WS-PD-IDX)
                TO WS-CLIENT-CREDIT
           END-IF.
           PERFORM 0500-VIREMENT-POOL.
           IF WS-VIR-OK = 'OUI'
              MOVE ZEROES TO WS-PP-NOMBRES(WS-PP-CUR)
              MOVE WS-MOIS-COURANT TO WS-PP-MOIS-NOMBRES(WS-PP-CUR)
           END-IF.

       0800-REWRITE-POOLPOS.
           OPEN OUTPUT POOLPOS.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
              UNTIL WS-PP-IDX > WS-PP-COUNT
              MOVE WS-PP-ENTRY(WS-PP-IDX) TO POOLPOS-RECORD
              WRITE POOLPOS-RECORD
           END-PERFORM.
           CLOSE POOLPOS.

       END PROGRAM poolbatch.
