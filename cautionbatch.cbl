       IDENTIFICATION DIVISION.
       PROGRAM-ID. cautionbatch.
       AUTHOR. D.KISAMA.

      *> Suivi de nuit des cautions bancaires emises pour les clients
      *> entreprise (registre CAUTIONS.DAT tenu par l'ecran CAUTIONS
      *> BANCAIRES d'ACTIVITY2BANQ, emission, mainlevee et appel sous
      *> double regard) : a placer dans JOBPLAN.DAT avec les autres
      *> batchs de fin de journee. Pour chaque caution ACTIVE :
      *>  - echeance depassee : la caution passe EXPIREE, le montant
      *>    bloque cesse d'etre retenu sur le disponible ;
      *>  - echeance dans les 30 jours : preavis a l'agence dans le
      *>    rapport CAUTION.RPT (inscrit au spool), une seule fois
      *>    par caution (date du preavis gardee sur la caution) ;
      *>  - commission trimestrielle, percue d'avance au premier
      *>    passage de chaque trimestre civil : taux annuel de la
      *>    caution applique a l'encours (montant garanti diminue du
      *>    montant deja appele), divise par quatre. Le client est
      *>    debite via opdebit, le frais porte au journal FEESLEDG
      *>    par commisionfrais (ligne COMMISSION CAUTION au bareme a
      *>    zero, montant transmis), puis la paire INSERT/UPDATE
      *>    sequencee habituelle. Un debit refuse est signale au
      *>    rapport et retente le lendemain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAUTIONS ASSIGN TO "CAUTIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAUTIONS-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAUTION-RPT ASSIGN TO "CAUTION.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAUTIONS.
       01 CAUTIONS-RECORD.
           05 CA-CAUTIONID       PIC 9(5).
           05 CA-IDCLIENT        PIC 9(5).
           05 CA-COMPTEID        PIC 9(5).
           05 CA-BENEFICIAIRE    PIC X(30).
           05 CA-MONTANT         PIC 9(7)V99.
           05 CA-DATE-DEBUT      PIC X(10).
           05 CA-DATE-ECHEANCE   PIC X(10).
           05 CA-GARANTIE        PIC X(1).
           05 CA-MONTANT-BLOQUE  PIC 9(7)V99.
           05 CA-CONTRE-GARANTIE PIC X(30).
           05 CA-TAUX-COMM       PIC 9V99.
           05 CA-TRIM-FACTURE    PIC X(7).
           05 CA-DATE-ALERTE     PIC X(10).
           05 CA-MONTANT-APPELE  PIC 9(7)V99.
           05 CA-DATE-FIN        PIC X(10).
           05 CA-DEMANDE         PIC X(10).
           05 CA-MONTANT-DEMANDE PIC 9(7)V99.
           05 CA-MAKER           PIC X(8).
           05 CA-DATE-DEMANDE    PIC X(10).
           05 CA-STATUT          PIC X(10).

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       FD CAUTION-RPT.
       01 CAUTION-RPT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CAUTIONS-STATUS     PIC X(2).
       01 WS-EOF                 PIC X(3).

       01 WS-CA-TABLE.
           05 WS-CA-ENTRY OCCURS 2000 TIMES.
              10 WS-CA-CAUTIONID       PIC 9(5).
              10 WS-CA-IDCLIENT        PIC 9(5).
              10 WS-CA-COMPTEID        PIC 9(5).
              10 WS-CA-BENEFICIAIRE    PIC X(30).
              10 WS-CA-MONTANT         PIC 9(7)V99.
              10 WS-CA-DATE-DEBUT      PIC X(10).
              10 WS-CA-DATE-ECHEANCE   PIC X(10).
              10 WS-CA-GARANTIE        PIC X(1).
              10 WS-CA-MONTANT-BLOQUE  PIC 9(7)V99.
              10 WS-CA-CONTRE-GARANTIE PIC X(30).
              10 WS-CA-TAUX-COMM       PIC 9V99.
              10 WS-CA-TRIM-FACTURE    PIC X(7).
              10 WS-CA-DATE-ALERTE     PIC X(10).
              10 WS-CA-MONTANT-APPELE  PIC 9(7)V99.
              10 WS-CA-DATE-FIN        PIC X(10).
              10 WS-CA-DEMANDE         PIC X(10).
              10 WS-CA-MONTANT-DEMANDE PIC 9(7)V99.
              10 WS-CA-MAKER           PIC X(8).
              10 WS-CA-DATE-DEMANDE    PIC X(10).
              10 WS-CA-STATUT          PIC X(10).
       01 WS-CA-COUNT            PIC 9(4) VALUE 0.
       01 WS-CA-IDX              PIC 9(4).
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

      *> preavis d'echeance a l'agence, en jours
       01 WS-PREAVIS-JOURS       PIC 9(3) VALUE 30.
       01 TODAYS-DATE-INT        PIC 9(8).
       01 WS-ECH-NUM             PIC 9(8).
       01 WS-ECH-INT             PIC 9(8).
       01 WS-JOURS-RESTANTS      PIC S9(8).

      *> trimestre civil courant 'AAAA-Tn'
       01 WS-TRIMESTRE.
           05 WS-TRIM-ANNEE      PIC X(4).
           05 FILLER             PIC X(2) VALUE '-T'.
           05 WS-TRIM-NUM        PIC 9.
       01 WS-MOIS                PIC 9(2).

       01 WS-ENCOURS             PIC 9(7)V99.
       01 WS-COMMISSION          PIC 9(7)V99.
       01 WS-MONTANT-ED          PIC Z(6)9.99.
       01 WS-TOTAL-ED            PIC Z(8)9.99.

       01 WS-NB-EXPIREES         PIC 9(7) VALUE 0.
       01 WS-NB-PREAVIS          PIC 9(7) VALUE 0.
       01 WS-NB-FACTUREES        PIC 9(7) VALUE 0.
       01 WS-NB-REFUSES          PIC 9(7) VALUE 0.
       01 WS-TOTAL-COMMISSION    PIC 9(9)V99 VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> debit de la commission via opdebit
       01 L-SOLDE               PIC 9(5)V99.
       01 L-SOMME               PIC 9(5)V99.
       01 L-NEWSOLDE            PIC 9(5)V99.
       01 L-COMPTEID            PIC 9(5).
       01 L-DATE                PIC X(10).
       01 L-SUCCESS             PIC X(3).

      *> parametres d'appel de commisionfrais (montant d'assiette
      *> transmis dans WS-FEE-SOMME)
       01 WS-FEE-MONTANT        PIC 9(5).99.
       01 WS-FEE-SOMME          PIC X(10).
       01 WS-FEE-EDIT           PIC 9(5).99.
       01 WS-FEE-TYPEOP         PIC X(25).
       01 WS-FEE-FRAGFINANC     PIC X(3).
       01 WS-FEE-PLAFOND        PIC 9 VALUE 8.
       01 WS-FEE-LIBELLE        PIC X(30).

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
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'cautionbatch'.
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
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.
           COMPUTE TODAYS-DATE-INT = FUNCTION INTEGER-OF-DATE
              (TODAYS-DATE).
           MOVE WS-TODAY-ISO(1:4) TO WS-TRIM-ANNEE.
           MOVE WS-TODAY-ISO(6:2) TO WS-MOIS.
           COMPUTE WS-TRIM-NUM = (WS-MOIS + 2) / 3.
           PERFORM 0200-LOAD-CAUTIONS.

           OPEN OUTPUT CAUTION-RPT.
           MOVE SPACES TO CAUTION-RPT-LINE.
           STRING "CAUTIONS BANCAIRES DU " WS-TODAY-ISO
              "  TRIMESTRE " WS-TRIMESTRE
              DELIMITED BY SIZE INTO CAUTION-RPT-LINE.
           WRITE CAUTION-RPT-LINE.

           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** REGISTRE CAUTIONS.DAT TROP GRAND : ARRET"
                TO CAUTION-RPT-LINE
              WRITE CAUTION-RPT-LINE
              CLOSE CAUTION-RPT
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
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
              UNTIL WS-CA-IDX > WS-CA-COUNT
              IF WS-CA-STATUT(WS-CA-IDX) = 'ACTIVE'
                 PERFORM 0400-EXAMINER-CAUTION
              END-IF
           END-PERFORM.
           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           PERFORM 0800-REWRITE-CAUTIONS.

           MOVE WS-TOTAL-COMMISSION TO WS-TOTAL-ED.
           MOVE SPACES TO CAUTION-RPT-LINE.
           STRING "COMMISSIONS: " WS-NB-FACTUREES
              "  TOTAL: " WS-TOTAL-ED
              "  REFUSEES: " WS-NB-REFUSES
              DELIMITED BY SIZE INTO CAUTION-RPT-LINE.
           WRITE CAUTION-RPT-LINE.
           MOVE SPACES TO CAUTION-RPT-LINE.
           STRING "EXPIREES: " WS-NB-EXPIREES
              "  PREAVIS D'ECHEANCE: " WS-NB-PREAVIS
              DELIMITED BY SIZE INTO CAUTION-RPT-LINE.
           WRITE CAUTION-RPT-LINE.
           CLOSE CAUTION-RPT.

           MOVE 'CAUTION' TO WS-SPOOL-NOM.
           MOVE 'CAUTION.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-FACTUREES + WS-NB-EXPIREES
              + WS-NB-PREAVIS + WS-NB-REFUSES.
           MOVE WS-NB-REFUSES TO WS-BR-FAILED.
           IF WS-NB-REFUSES = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-LOAD-CAUTIONS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CAUTIONS.
           IF WS-CAUTIONS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CAUTIONS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-CA-COUNT < 2000
                 ADD 1 TO WS-CA-COUNT
                 MOVE CAUTIONS-RECORD TO WS-CA-ENTRY(WS-CA-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ CAUTIONS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CAUTIONS.

      *> echeance, preavis puis commission d'une caution ACTIVE
       0400-EXAMINER-CAUTION.
           MOVE WS-CA-DATE-ECHEANCE(WS-CA-IDX)(1:4) TO WS-ECH-NUM(1:4).
           MOVE WS-CA-DATE-ECHEANCE(WS-CA-IDX)(6:2) TO WS-ECH-NUM(5:2).
           MOVE WS-CA-DATE-ECHEANCE(WS-CA-IDX)(9:2) TO WS-ECH-NUM(7:2).
           COMPUTE WS-ECH-INT = FUNCTION INTEGER-OF-DATE(WS-ECH-NUM).
           COMPUTE WS-JOURS-RESTANTS = WS-ECH-INT - TODAYS-DATE-INT.

      *>    echeance depassee : l'engagement de la banque s'eteint
           IF WS-JOURS-RESTANTS < ZEROES
              MOVE 'EXPIREE' TO WS-CA-STATUT(WS-CA-IDX)
              MOVE WS-TODAY-ISO TO WS-CA-DATE-FIN(WS-CA-IDX)
              MOVE SPACES TO WS-CA-DEMANDE(WS-CA-IDX)
              MOVE ZEROES TO WS-CA-MONTANT-DEMANDE(WS-CA-IDX)
              ADD 1 TO WS-NB-EXPIREES
              MOVE SPACES TO CAUTION-RPT-LINE
              STRING "CAUTION " WS-CA-CAUTIONID(WS-CA-IDX)
                 " CLIENT " WS-CA-IDCLIENT(WS-CA-IDX)
                 " ECHUE LE " WS-CA-DATE-ECHEANCE(WS-CA-IDX)
                 " : EXPIREE"
                 DELIMITED BY SIZE INTO CAUTION-RPT-LINE
              WRITE CAUTION-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

      *>    preavis a l'agence, une seule fois par caution
           IF WS-JOURS-RESTANTS NOT > WS-PREAVIS-JOURS
              AND WS-CA-DATE-ALERTE(WS-CA-IDX) = SPACES
              MOVE WS-TODAY-ISO TO WS-CA-DATE-ALERTE(WS-CA-IDX)
              ADD 1 TO WS-NB-PREAVIS
              MOVE WS-CA-MONTANT(WS-CA-IDX) TO WS-MONTANT-ED
              MOVE SPACES TO CAUTION-RPT-LINE
              STRING "PREAVIS AGENCE : CAUTION "
                 WS-CA-CAUTIONID(WS-CA-IDX)
                 " CLIENT " WS-CA-IDCLIENT(WS-CA-IDX)
                 " " WS-CA-BENEFICIAIRE(WS-CA-IDX)
                 " " WS-MONTANT-ED
                 " ECHEANCE " WS-CA-DATE-ECHEANCE(WS-CA-IDX)
                 DELIMITED BY SIZE INTO CAUTION-RPT-LINE
              WRITE CAUTION-RPT-LINE
           END-IF.

           IF WS-CA-TRIM-FACTURE(WS-CA-IDX) NOT = WS-TRIMESTRE
              PERFORM 0500-FACTURER-COMMISSION
           END-IF.

      *> commission du trimestre sur l'encours : taux annuel / 4,
      *> un seul debit opdebit de 99999.99 au plus
       0500-FACTURER-COMMISSION.
           COMPUTE WS-ENCOURS = WS-CA-MONTANT(WS-CA-IDX)
              - WS-CA-MONTANT-APPELE(WS-CA-IDX).
           COMPUTE WS-COMMISSION ROUNDED = WS-ENCOURS
              * WS-CA-TAUX-COMM(WS-CA-IDX) / 400.
           IF WS-COMMISSION > 99999.99
              MOVE 99999.99 TO WS-COMMISSION
           END-IF.
           IF WS-COMMISSION = ZEROES
              MOVE WS-TRIMESTRE TO WS-CA-TRIM-FACTURE(WS-CA-IDX)
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMMISSION TO WS-MONTANT-ED.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-COMMISSION TO L-SOMME.
           MOVE WS-CA-COMPTEID(WS-CA-IDX) TO L-COMPTEID.
           MOVE WS-TODAY-ISO TO L-DATE.
           CALL 'opdebit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, 'EUR', 'EUR', L-SUCCESS.
           IF L-SUCCESS NOT = 'OUI'
              ADD 1 TO WS-NB-REFUSES
              MOVE SPACES TO CAUTION-RPT-LINE
              STRING "CAUTION " WS-CA-CAUTIONID(WS-CA-IDX)
                 " COMPTE " WS-CA-COMPTEID(WS-CA-IDX)
                 " COMMISSION " WS-MONTANT-ED
                 " DEBIT REFUSE"
                 DELIMITED BY SIZE INTO CAUTION-RPT-LINE
              WRITE CAUTION-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

      *>    frais porte au journal FEESLEDG (ligne au bareme a zero)
           MOVE L-SOMME TO WS-FEE-EDIT.
           MOVE WS-FEE-EDIT TO WS-FEE-SOMME.
           MOVE 'COMMISSION CAUTION' TO WS-FEE-TYPEOP.
           MOVE 8 TO WS-FEE-PLAFOND.
           CALL 'commisionfrais' USING WS-FEE-MONTANT, WS-FEE-SOMME,
              WS-FEE-TYPEOP, WS-FEE-FRAGFINANC, WS-FEE-PLAFOND,
              L-DATE, WS-FEE-LIBELLE, L-COMPTEID,
              WS-CA-IDCLIENT(WS-CA-IDX).

           MOVE 'COMMISSION CAUTION' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'COMMISSION CAUTION ' WS-CA-CAUTIONID(WS-CA-IDX)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING '-' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE L-COMPTEID TO DET-COMPTEID.
           MOVE WS-CA-IDCLIENT(WS-CA-IDX) TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE '-' TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE L-COMPTEID TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

           MOVE WS-TRIMESTRE TO WS-CA-TRIM-FACTURE(WS-CA-IDX).
           ADD 1 TO WS-NB-FACTUREES.
           ADD WS-COMMISSION TO WS-TOTAL-COMMISSION.
           MOVE SPACES TO CAUTION-RPT-LINE.
           STRING "CAUTION " WS-CA-CAUTIONID(WS-CA-IDX)
              " CLIENT " WS-CA-IDCLIENT(WS-CA-IDX)
              " COMPTE " WS-CA-COMPTEID(WS-CA-IDX)
              " COMMISSION " WS-MONTANT-ED
              DELIMITED BY SIZE INTO CAUTION-RPT-LINE.
           WRITE CAUTION-RPT-LINE.

       0450-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

       0800-REWRITE-CAUTIONS.
           OPEN OUTPUT CAUTIONS.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
              UNTIL WS-CA-IDX > WS-CA-COUNT
              MOVE WS-CA-ENTRY(WS-CA-IDX) TO CAUTIONS-RECORD
              WRITE CAUTIONS-RECORD
           END-PERFORM.
           CLOSE CAUTIONS.

       END PROGRAM cautionbatch.
