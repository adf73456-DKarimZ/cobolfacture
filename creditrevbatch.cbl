       IDENTIFICATION DIVISION.
       PROGRAM-ID. creditrevbatch.
       AUTHOR. D.KISAMA.

      *> Batch mensuel du credit renouvelable (reserve) : charge le
      *> fichier maitre CREDREV.DAT (une ligne par reserve : plafond
      *> autorise, montant utilise, taux, mode de remboursement) et,
      *> pour chaque reserve ACTIVE ou SUSPENDUE non encore arretee ce
      *> mois-ci :
      *>   - calcule les interets du mois sur le montant utilise et
      *>     les ajoute au montant utilise ;
      *>   - preleve le remboursement minimum (montant fixe, ou
      *>     pourcentage du montant utilise, jamais plus que le du)
      *>     sur le compte de rattachement via opprelev, avec la
      *>     paire INSERT/UPDATE sequencee habituelle (type REMB
      *>     RESERVE) ; le remboursement reconstitue d'autant la
      *>     reserve disponible ;
      *>   - un prelevement refuse compte un impaye ; au deuxieme
      *>     impaye consecutif la reserve passe SUSPENDUE (plus de
      *>     tirage depuis ACTIVITY2CLIENT), elle redevient ACTIVE au
      *>     premier remboursement honore.
      *> Le releve mensuel de chaque reserve (plafond, utilise,
      *> disponible, interets, remboursement) part dans CREDREV.RPT
      *> et dans la boite du client via msgnotif. Le mois d'arrete
      *> est garde sur la ligne : le batch relance dans le mois est
      *> sans effet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CREDREV ASSIGN TO "CREDREV.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDREV-STATUS.

           SELECT CREDREV-RPT ASSIGN TO "CREDREV.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CREDREV.
       01 CREDREV-RECORD.
           05 CRV-LIGNEID         PIC 9(5).
           05 CRV-IDCLIENT        PIC 9(5).
           05 CRV-COMPTEID        PIC 9(5).
           05 CRV-PLAFOND         PIC 9(7)V99.
           05 CRV-UTILISE         PIC 9(7)V99.
           05 CRV-TAUX-ANNUEL     PIC 9(2)V99.
           05 CRV-MODE-REMB       PIC X(1).
           05 CRV-MENS-FIXE       PIC 9(5)V99.
           05 CRV-PCT-REMB        PIC 9(2)V99.
           05 CRV-DATE-OUVERTURE  PIC X(10).
           05 CRV-DERNIER-ARRETE  PIC X(10).
           05 CRV-INTERETS-MOIS   PIC 9(5)V99.
           05 CRV-REMB-MOIS       PIC 9(5)V99.
           05 CRV-IMPAYES         PIC 9(2).
           05 CRV-STATUT          PIC X(10).

       FD CREDREV-RPT.
       01 CREDREV-RPT-LINE       PIC X(100).

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       WORKING-STORAGE SECTION.
       01 WS-CREDREV-STATUS     PIC X(2).
       01 WS-EOF-CREDREV        PIC X(3) VALUE 'NON'.

       01 WS-CRV-TABLE.
           05 WS-CRV-ENTRY OCCURS 200 TIMES.
              10 WS-CRV-LIGNEID        PIC 9(5).
              10 WS-CRV-IDCLIENT       PIC 9(5).
              10 WS-CRV-COMPTEID       PIC 9(5).
              10 WS-CRV-PLAFOND        PIC 9(7)V99.
              10 WS-CRV-UTILISE        PIC 9(7)V99.
              10 WS-CRV-TAUX-ANNUEL    PIC 9(2)V99.
              10 WS-CRV-MODE-REMB      PIC X(1).
              10 WS-CRV-MENS-FIXE      PIC 9(5)V99.
              10 WS-CRV-PCT-REMB       PIC 9(2)V99.
              10 WS-CRV-DATE-OUVERTURE PIC X(10).
              10 WS-CRV-DERNIER-ARRETE PIC X(10).
              10 WS-CRV-INTERETS-MOIS  PIC 9(5)V99.
              10 WS-CRV-REMB-MOIS      PIC 9(5)V99.
              10 WS-CRV-IMPAYES        PIC 9(2).
              10 WS-CRV-STATUT         PIC X(10).
       01 WS-CRV-COUNT          PIC 9(3) VALUE 0.
       01 WS-IDX                PIC 9(3).

       01 WS-INTERETS           PIC 9(5)V99.
       01 WS-MINIMUM            PIC 9(7)V99.
       01 WS-DISPONIBLE         PIC 9(7)V99.
      *> au deuxieme impaye consecutif la reserve est suspendue
       01 WS-SEUIL-IMPAYES      PIC 9(2) VALUE 2.

       01 L-SOLDE        PIC 9(5)V99.
       01 L-SOMME        PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-TYPEOP       PIC X(20) VALUE 'REMB RESERVE'.
       01 L-SUCCESS      PIC X(3).
       01 L-COMM         PIC 9V99 VALUE 0.
       01 L-DATE         PIC X(10).
       01 L-LIBELLE      PIC X(25).
       01 L-COMPTEID     PIC 9(5).

       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

       01 WS-ARRETEES           PIC 9(4) VALUE 0.
       01 WS-PRELEVEES          PIC 9(4) VALUE 0.
       01 WS-IMPAYEES           PIC 9(4) VALUE 0.

       01 WS-NOTIF-CLIENTID     PIC 9(5).
       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).

       01 WS-RELEVE-TITRE.
           05 FILLER             PIC X(36) VALUE
              'RELEVE MENSUEL CREDIT RENOUVELABLE '.
           05 RVT-DATE           PIC X(10).
       01 WS-RELEVE-ENTETE.
           05 FILLER             PIC X(100) VALUE
           'LIGNE CLI CPT    PLAFOND    UTILISE DISPONIBLE   INTERETS
      -    '      REMB IMP STATUT'.
       01 WS-RELEVE-DETAIL.
           05 RVD-LIGNEID        PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 RVD-IDCLIENT       PIC ZZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 RVD-COMPTEID       PIC ZZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 RVD-PLAFOND        PIC ZZZZZZ9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RVD-UTILISE        PIC ZZZZZZ9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RVD-DISPONIBLE     PIC ZZZZZZ9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RVD-INTERETS       PIC ZZZZZZ9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RVD-REMB           PIC ZZZZZZ9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RVD-IMPAYES        PIC Z9.
           05 FILLER             PIC X VALUE SPACE.
           05 RVD-STATUT         PIC X(10).

      *> restart/checkpoint sequence number, voir seqbloc
       01 WS-SQL-SEQ-NR         PIC 9(10) VALUE ZEROES.

      *> meme disposition que SQL-DETAIL-LINE / SQL-UPDATE-LINE de
      *> pretprelevbatch (pas de STATUSOP : operation de batch)
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

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'creditrevbatch'.
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
           MOVE WS-TODAY-ISO TO L-DATE.

           PERFORM 0200-LOAD-CREDREV.

           OPEN OUTPUT CREDREV-RPT.
           MOVE WS-TODAY-ISO TO RVT-DATE.
           MOVE WS-RELEVE-TITRE TO CREDREV-RPT-LINE.
           WRITE CREDREV-RPT-LINE.
           MOVE WS-RELEVE-ENTETE TO CREDREV-RPT-LINE.
           WRITE CREDREV-RPT-LINE.

           OPEN EXTEND GENERESQL.
           OPEN EXTEND GENERUPDATE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CRV-COUNT
              IF (WS-CRV-STATUT(WS-IDX) = 'ACTIF'
                  OR WS-CRV-STATUT(WS-IDX) = 'SUSPENDU')
                 AND WS-CRV-DERNIER-ARRETE(WS-IDX)(1:7)
                    NOT = WS-TODAY-ISO(1:7)
                 PERFORM 0300-ARRETER-RESERVE
                 PERFORM 0400-ECRIRE-RELEVE
              END-IF
           END-PERFORM.

           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           MOVE SPACES TO CREDREV-RPT-LINE.
           STRING "RESERVES ARRETEES: " WS-ARRETEES
              "  PRELEVEES: " WS-PRELEVEES
              "  IMPAYEES: " WS-IMPAYEES
              DELIMITED BY SIZE INTO CREDREV-RPT-LINE.
           WRITE CREDREV-RPT-LINE.
           CLOSE CREDREV-RPT.

           IF WS-ARRETEES > 0
              PERFORM 0900-REWRITE-CREDREV
           END-IF.

           DISPLAY "Reserves arretees : " WS-ARRETEES.
           DISPLAY "Remboursements impayes : " WS-IMPAYEES.
           MOVE 'CREDREV' TO WS-SPOOL-NOM.
           MOVE 'CREDREV.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

      *>    trace du passage au grand livre des batchs
           MOVE WS-ARRETEES TO WS-BR-RECORDS.
           MOVE WS-IMPAYEES TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

       0200-LOAD-CREDREV.
           OPEN INPUT CREDREV.
           IF WS-CREDREV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CREDREV
              AT END MOVE 'OUI' TO WS-EOF-CREDREV
           END-READ.
           PERFORM UNTIL WS-EOF-CREDREV = 'OUI'
              ADD 1 TO WS-CRV-COUNT
              MOVE CRV-LIGNEID TO WS-CRV-LIGNEID(WS-CRV-COUNT)
              MOVE CRV-IDCLIENT TO WS-CRV-IDCLIENT(WS-CRV-COUNT)
              MOVE CRV-COMPTEID TO WS-CRV-COMPTEID(WS-CRV-COUNT)
              MOVE CRV-PLAFOND TO WS-CRV-PLAFOND(WS-CRV-COUNT)
              MOVE CRV-UTILISE TO WS-CRV-UTILISE(WS-CRV-COUNT)
              MOVE CRV-TAUX-ANNUEL
                TO WS-CRV-TAUX-ANNUEL(WS-CRV-COUNT)
              MOVE CRV-MODE-REMB TO WS-CRV-MODE-REMB(WS-CRV-COUNT)
              MOVE CRV-MENS-FIXE TO WS-CRV-MENS-FIXE(WS-CRV-COUNT)
              MOVE CRV-PCT-REMB TO WS-CRV-PCT-REMB(WS-CRV-COUNT)
              MOVE CRV-DATE-OUVERTURE
                TO WS-CRV-DATE-OUVERTURE(WS-CRV-COUNT)
              MOVE CRV-DERNIER-ARRETE
                TO WS-CRV-DERNIER-ARRETE(WS-CRV-COUNT)
              MOVE CRV-INTERETS-MOIS
                TO WS-CRV-INTERETS-MOIS(WS-CRV-COUNT)
              MOVE CRV-REMB-MOIS TO WS-CRV-REMB-MOIS(WS-CRV-COUNT)
              MOVE CRV-IMPAYES TO WS-CRV-IMPAYES(WS-CRV-COUNT)
              MOVE CRV-STATUT TO WS-CRV-STATUT(WS-CRV-COUNT)
              READ CREDREV
                 AT END MOVE 'OUI' TO WS-EOF-CREDREV
              END-READ
           END-PERFORM.
           CLOSE CREDREV.

      *> interets du mois capitalises sur le montant utilise, puis
      *> prelevement du remboursement minimum
       0300-ARRETER-RESERVE.
           ADD 1 TO WS-ARRETEES.
           MOVE WS-TODAY-ISO TO WS-CRV-DERNIER-ARRETE(WS-IDX).
           MOVE ZEROES TO WS-CRV-INTERETS-MOIS(WS-IDX).
           MOVE ZEROES TO WS-CRV-REMB-MOIS(WS-IDX).
           IF WS-CRV-UTILISE(WS-IDX) = ZEROES
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-INTERETS ROUNDED =
              WS-CRV-UTILISE(WS-IDX) * WS-CRV-TAUX-ANNUEL(WS-IDX)
              / 1200.
           ADD WS-INTERETS TO WS-CRV-UTILISE(WS-IDX).
           MOVE WS-INTERETS TO WS-CRV-INTERETS-MOIS(WS-IDX).

           IF WS-CRV-MODE-REMB(WS-IDX) = 'P'
              COMPUTE WS-MINIMUM ROUNDED =
                 WS-CRV-UTILISE(WS-IDX) * WS-CRV-PCT-REMB(WS-IDX)
                 / 100
           ELSE
              MOVE WS-CRV-MENS-FIXE(WS-IDX) TO WS-MINIMUM
           END-IF.
           IF WS-MINIMUM > WS-CRV-UTILISE(WS-IDX)
              MOVE WS-CRV-UTILISE(WS-IDX) TO WS-MINIMUM
           END-IF.
           IF WS-MINIMUM = ZEROES
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-MINIMUM TO L-SOMME.
           MOVE WS-CRV-COMPTEID(WS-IDX) TO L-COMPTEID.
           MOVE 'REMB RESERVE' TO L-TYPEOP.
           CALL 'opprelev' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-TYPEOP, L-SUCCESS, L-COMM, L-DATE, L-LIBELLE,
              L-COMPTEID, 'EUR', 'EUR'.

           IF L-SUCCESS = 'OUI'
              ADD 1 TO WS-PRELEVEES
              SUBTRACT WS-MINIMUM FROM WS-CRV-UTILISE(WS-IDX)
              MOVE WS-MINIMUM TO WS-CRV-REMB-MOIS(WS-IDX)
              MOVE ZEROES TO WS-CRV-IMPAYES(WS-IDX)
              MOVE 'ACTIF' TO WS-CRV-STATUT(WS-IDX)
              PERFORM 0350-GENERER-SQL
           ELSE
              ADD 1 TO WS-IMPAYEES
              ADD 1 TO WS-CRV-IMPAYES(WS-IDX)
              IF WS-CRV-IMPAYES(WS-IDX) NOT < WS-SEUIL-IMPAYES
                 MOVE 'SUSPENDU' TO WS-CRV-STATUT(WS-IDX)
              END-IF
           END-IF.

       0320-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

       0350-GENERER-SQL.
           MOVE 'REMB RESERVE' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'REMB RESERVE ' WS-CRV-LIGNEID(WS-IDX)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING '-' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-CRV-COMPTEID(WS-IDX) TO DET-COMPTEID.
           MOVE WS-CRV-IDCLIENT(WS-IDX) TO DET-CLIENTID.
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
           MOVE WS-CRV-COMPTEID(WS-IDX) TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0320-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

      *> releve mensuel : une ligne au rapport et un message au client
       0400-ECRIRE-RELEVE.
           IF WS-CRV-UTILISE(WS-IDX) > WS-CRV-PLAFOND(WS-IDX)
              MOVE ZEROES TO WS-DISPONIBLE
           ELSE
              COMPUTE WS-DISPONIBLE =
                 WS-CRV-PLAFOND(WS-IDX) - WS-CRV-UTILISE(WS-IDX)
           END-IF.

           MOVE WS-CRV-LIGNEID(WS-IDX) TO RVD-LIGNEID.
           MOVE WS-CRV-IDCLIENT(WS-IDX) TO RVD-IDCLIENT.
           MOVE WS-CRV-COMPTEID(WS-IDX) TO RVD-COMPTEID.
           MOVE WS-CRV-PLAFOND(WS-IDX) TO RVD-PLAFOND.
           MOVE WS-CRV-UTILISE(WS-IDX) TO RVD-UTILISE.
           MOVE WS-DISPONIBLE TO RVD-DISPONIBLE.
           MOVE WS-CRV-INTERETS-MOIS(WS-IDX) TO RVD-INTERETS.
           MOVE WS-CRV-REMB-MOIS(WS-IDX) TO RVD-REMB.
           MOVE WS-CRV-IMPAYES(WS-IDX) TO RVD-IMPAYES.
           MOVE WS-CRV-STATUT(WS-IDX) TO RVD-STATUT.
           MOVE WS-RELEVE-DETAIL TO CREDREV-RPT-LINE.
           WRITE CREDREV-RPT-LINE.

           MOVE WS-CRV-IDCLIENT(WS-IDX) TO WS-NOTIF-CLIENTID.
           MOVE SPACES TO WS-NOTIF-BODY.
           IF WS-CRV-REMB-MOIS(WS-IDX) = ZEROES
              AND WS-CRV-UTILISE(WS-IDX) > ZEROES
              MOVE 'RESERVE : REMBOURSEMENT IMPAYE'
                TO WS-NOTIF-SUBJECT
              STRING 'Remboursement refuse, utilise '
                 WS-CRV-UTILISE(WS-IDX) ' statut '
                 WS-CRV-STATUT(WS-IDX)
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
           ELSE
              MOVE 'RELEVE CREDIT RENOUVELABLE' TO WS-NOTIF-SUBJECT
              STRING 'Utilise ' WS-CRV-UTILISE(WS-IDX)
                 ' dispo ' WS-DISPONIBLE
                 ' interets ' WS-CRV-INTERETS-MOIS(WS-IDX)
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
           END-IF.
           CALL 'msgnotif' USING WS-NOTIF-CLIENTID,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

       0900-REWRITE-CREDREV.
           OPEN OUTPUT CREDREV.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CRV-COUNT
              MOVE WS-CRV-LIGNEID(WS-IDX) TO CRV-LIGNEID
              MOVE WS-CRV-IDCLIENT(WS-IDX) TO CRV-IDCLIENT
              MOVE WS-CRV-COMPTEID(WS-IDX) TO CRV-COMPTEID
              MOVE WS-CRV-PLAFOND(WS-IDX) TO CRV-PLAFOND
              MOVE WS-CRV-UTILISE(WS-IDX) TO CRV-UTILISE
              MOVE WS-CRV-TAUX-ANNUEL(WS-IDX) TO CRV-TAUX-ANNUEL
              MOVE WS-CRV-MODE-REMB(WS-IDX) TO CRV-MODE-REMB
              MOVE WS-CRV-MENS-FIXE(WS-IDX) TO CRV-MENS-FIXE
              MOVE WS-CRV-PCT-REMB(WS-IDX) TO CRV-PCT-REMB
              MOVE WS-CRV-DATE-OUVERTURE(WS-IDX)
                TO CRV-DATE-OUVERTURE
              MOVE WS-CRV-DERNIER-ARRETE(WS-IDX)
                TO CRV-DERNIER-ARRETE
              MOVE WS-CRV-INTERETS-MOIS(WS-IDX) TO CRV-INTERETS-MOIS
              MOVE WS-CRV-REMB-MOIS(WS-IDX) TO CRV-REMB-MOIS
              MOVE WS-CRV-IMPAYES(WS-IDX) TO CRV-IMPAYES
              MOVE WS-CRV-STATUT(WS-IDX) TO CRV-STATUT
              WRITE CREDREV-RECORD
           END-PERFORM.
           CLOSE CREDREV.

       END PROGRAM creditrevbatch.
