       IDENTIFICATION DIVISION.
       PROGRAM-ID. lcrbatch.
       AUTHOR. D.KISAMA.

      *> Encaissement des lettres de change releve (LCR) remises par
      *> nos clients entreprise : a placer dans JOBPLAN.DAT avec les
      *> autres batchs de fin de journee, apres separeturnbatch. Le
      *> portefeuille LCRPORTE.DAT garde chaque effet de sa remise a
      *> son sort final. Trois passes par nuit :
      *>  1. import des remises deposees par les clients dans
      *>     LCRREMISE.DAT, une remise = un enregistrement 01
      *>     (client, compte a crediter, reference de remise), des
      *>     02 (nom et IBAN du tire, montant, echeance) et un 09 de
      *>     controle (nombre et total). La remise est refusee en
      *>     bloc si le client n'est pas une entreprise (raison
      *>     sociale via fcdatasclient), si le compte n'est pas
      *>     detenu en propre, si la reference est deja connue ou si
      *>     le 09 ne correspond pas ; un effet est refuse seul sur
      *>     IBAN invalide, montant nul, echeance passee ou touche du
      *>     filtrage sanctions. L'echeance retenue est roulee au
      *>     premier jour ouvre par jourouvre. La remise est
      *>     retronquee une fois lue ;
      *>  2. impayes revenus du partenaire de compensation dans
      *>     LCRRET.DAT (identifiant de l'effet, montant, motif) :
      *>     l'effet ENCAISSE passe IMPAYE, le remettant est
      *>     re-debite via opdebit et le frais d'incident FRAIS
      *>     IMPAYE LCR porte par commisionfrais ; un re-debit refuse
      *>     part en file SUSPENS du back-office. Le fichier est
      *>     retronque une fois lu ;
      *>  3. effets du portefeuille arrives a echeance : le client
      *>     est credite sauf bonne fin via opcredit et l'effet part
      *>     dans la remise a l'encaissement LCROUT.DAT (entete,
      *>     un enregistrement par effet, fin avec nombre et total
      *>     de controle) ; un credit refuse laisse l'effet en
      *>     portefeuille, il est repris le lendemain.
      *> Chaque remise touchee dans la nuit (acceptation, reglement
      *> ou impaye) donne au client un etat complet de la remise,
      *> depose sous son prefixe de collecte
      *> (PICKUP-<client>-LCR-<remise>.RPT) et annonce par sa
      *> messagerie ; le detail de la nuit part dans LCR.RPT,
      *> inscrit au spool.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LCRPORTE ASSIGN TO "LCRPORTE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LCRPORTE-STATUS.

           SELECT LCRREMISE ASSIGN TO "LCRREMISE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LCRREMISE-STATUS.

           SELECT LCRRET ASSIGN TO "LCRRET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LCRRET-STATUS.

           SELECT LCROUT ASSIGN TO "LCROUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENS ASSIGN TO "SUSPENS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENS-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LCR-RPT ASSIGN TO "LCR.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> etat d'une remise sous le prefixe de collecte du client
           SELECT LCR-ETAT ASSIGN TO WS-ETAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LCRPORTE.
       01 LCRPORTE-RECORD.
           05 LC-LCRID           PIC 9(7).
           05 LC-REMISE          PIC X(10).
           05 LC-IDCLIENT        PIC 9(5).
           05 LC-COMPTEID        PIC 9(5).
           05 LC-TIRE-NOM        PIC X(30).
           05 LC-TIRE-IBAN       PIC X(34).
           05 LC-MONTANT         PIC 9(5)V99.
           05 LC-DATE-ECHEANCE   PIC X(10).
           05 LC-DATE-REGLEMENT  PIC X(10).
           05 LC-DATE-REMISE     PIC X(10).
           05 LC-DATE-ENVOI      PIC X(10).
           05 LC-DATE-IMPAYE     PIC X(10).
           05 LC-MOTIF           PIC X(25).
           05 LC-STATUT          PIC X(12).

       FD LCRREMISE.
       01 LCRREMISE-RECORD.
           05 LR-TYPE            PIC X(2).
           05 LR-DONNEES         PIC X(81).
       01 LCRREMISE-ENTETE REDEFINES LCRREMISE-RECORD.
           05 FILLER             PIC X(2).
           05 LRE-IDCLIENT       PIC 9(5).
           05 LRE-COMPTEID       PIC 9(5).
           05 LRE-REMISE         PIC X(10).
           05 FILLER             PIC X(61).
       01 LCRREMISE-EFFET REDEFINES LCRREMISE-RECORD.
           05 FILLER             PIC X(2).
           05 LRI-TIRE-NOM       PIC X(30).
           05 LRI-TIRE-IBAN      PIC X(34).
           05 LRI-MONTANT        PIC 9(5)V99.
           05 LRI-DATE-ECHEANCE  PIC X(10).
       01 LCRREMISE-FIN REDEFINES LCRREMISE-RECORD.
           05 FILLER             PIC X(2).
           05 LRF-NOMBRE         PIC 9(5).
           05 LRF-TOTAL          PIC 9(9)V99.
           05 FILLER             PIC X(65).

       FD LCRRET.
       01 LCRRET-RECORD.
           05 LT-TYPE            PIC X(2).
           05 LT-LCRID           PIC 9(7).
           05 LT-MONTANT         PIC 9(5)V99.
           05 LT-MOTIF           PIC X(25).

       FD LCROUT.
       01 LCROUT-LINE          PIC X(120).

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

       FD LCR-RPT.
       01 LCR-RPT-LINE         PIC X(100).

       FD LCR-ETAT.
       01 LCR-ETAT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LCRPORTE-STATUS     PIC X(2).
       01 WS-LCRREMISE-STATUS    PIC X(2).
       01 WS-LCRRET-STATUS       PIC X(2).
       01 WS-SUSPENS-STATUS      PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> portefeuille charge en table ; WS-LC-TOUCHE (hors
      *> enregistrement) marque les effets dont la remise doit
      *> recevoir un nouvel etat en fin de passage
       01 WS-LC-TABLE.
           05 WS-LC-ENTRY OCCURS 5000 TIMES.
              10 WS-LC-LCRID           PIC 9(7).
              10 WS-LC-REMISE          PIC X(10).
              10 WS-LC-IDCLIENT        PIC 9(5).
              10 WS-LC-COMPTEID        PIC 9(5).
              10 WS-LC-TIRE-NOM        PIC X(30).
              10 WS-LC-TIRE-IBAN       PIC X(34).
              10 WS-LC-MONTANT         PIC 9(5)V99.
              10 WS-LC-DATE-ECHEANCE   PIC X(10).
              10 WS-LC-DATE-REGLEMENT  PIC X(10).
              10 WS-LC-DATE-REMISE     PIC X(10).
              10 WS-LC-DATE-ENVOI      PIC X(10).
              10 WS-LC-DATE-IMPAYE     PIC X(10).
              10 WS-LC-MOTIF           PIC X(25).
              10 WS-LC-STATUT          PIC X(12).
       01 WS-LC-TOUCHES.
           05 WS-LC-TOUCHE OCCURS 5000 TIMES PIC X(3).
       01 WS-LC-COUNT            PIC 9(5) VALUE 0.
       01 WS-LC-IDX              PIC 9(5).
       01 WS-LC-JDX              PIC 9(5).
       01 WS-LC-MAX-ID           PIC 9(7) VALUE 0.
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

      *> remise en cours d'import
       01 WS-REM-EN-COURS        PIC X(3) VALUE 'NON'.
       01 WS-REM-IDCLIENT        PIC 9(5).
       01 WS-REM-COMPTEID        PIC 9(5).
       01 WS-REM-REMISE          PIC X(10).
       01 WS-REM-MOTIF           PIC X(25).
       01 WS-REM-DEBUT           PIC 9(5).
       01 WS-REM-NOMBRE          PIC 9(5).
       01 WS-REM-TOTAL           PIC 9(9)V99.
       01 WS-REM-FIN-LUE         PIC X(3).

      *> controles d'un effet
       01 WS-IBAN-VALIDE         PIC X(3).
       01 WS-SCREEN-NOM          PIC X(50).
       01 WS-SCREEN-HIT          PIC X(3).
       01 WS-SCREEN-LIBELLE      PIC X(30).
       01 WS-TIT-ROLE            PIC X(20).
       01 WS-TIT-SUCCESS         PIC X(3).

      *> calendrier bancaire partage (module jourouvre)
       01 WS-JO-ACTION           PIC X.
       01 WS-JO-DATE2            PIC X(10).
       01 WS-JO-RESULT-DATE      PIC X(10).
       01 WS-JO-RESULT-JOURS     PIC 9(5).

      *> remise a l'encaissement LCROUT.DAT
       01 WS-ENVOI-COUNT         PIC 9(5) VALUE 0.
       01 WS-ENVOI-TOTAL         PIC 9(9)V99 VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(2) VALUE '01'.
           05 FILLER            PIC X(11) VALUE 'REMISE LCR '.
           05 HDR-DATE          PIC X(10).
           05 FILLER            PIC X(9) VALUE ' KARIMUS '.

       01 WS-DETAIL-LINE.
           05 FILLER            PIC X(2) VALUE '02'.
           05 DET-OUT-LCRID     PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-IBAN      PIC X(34).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-NOM       PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-MONTANT   PIC 9(5).99.
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-ECHEANCE  PIC X(10).

       01 WS-TRAILER-LINE.
           05 FILLER            PIC X(2) VALUE '09'.
           05 TRL-COUNT         PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 TRL-HASH-TOTAL    PIC 9(9).99.

      *> etat de remise remis au client
       01 WS-ETAT-FILENAME      PIC X(60).
       01 WS-ETAT-CLIENT        PIC 9(5).
       01 WS-ETAT-REMISE        PIC X(10).
       01 WS-ETAT-NB-PORTEF     PIC 9(5).
       01 WS-ETAT-NB-ENCAISSE   PIC 9(5).
       01 WS-ETAT-NB-IMPAYE     PIC 9(5).
       01 WS-ETAT-NB-REJETE     PIC 9(5).
       01 WS-ETAT-TOTAL         PIC 9(9)V99.
       01 WS-ETAT-LINE.
           05 ETL-LCRID         PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 ETL-NOM           PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 ETL-MONTANT       PIC Z(4)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 ETL-ECHEANCE      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 ETL-STATUT        PIC X(12).
           05 FILLER            PIC X VALUE SPACE.
           05 ETL-MOTIF         PIC X(25).

       01 WS-MONTANT-ED          PIC Z(4)9.99.
       01 WS-TOTAL-ED            PIC Z(8)9.99.

       01 WS-NB-ACCEPTES         PIC 9(7) VALUE 0.
       01 WS-NB-REJETES          PIC 9(7) VALUE 0.
       01 WS-NB-ENCAISSES        PIC 9(7) VALUE 0.
       01 WS-NB-IMPAYES          PIC 9(7) VALUE 0.
       01 WS-NB-INCONNUS         PIC 9(7) VALUE 0.
       01 WS-NB-REFUSES          PIC 9(7) VALUE 0.

       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> credit sauf bonne fin (opcredit) et re-debit de l'impaye
      *> (opdebit)
       01 L-SOLDE               PIC 9(5)V99.
       01 L-SOMME               PIC 9(5)V99.
       01 L-NEWSOLDE            PIC 9(5)V99.
       01 L-COMPTEID            PIC 9(5).
       01 L-DATE                PIC X(10).
       01 L-SUCCESS             PIC X(3).

      *> parametres d'appel de commisionfrais
       01 WS-FEE-MONTANT        PIC 9(5).99.
       01 WS-FEE-SOMME          PIC X(10).
       01 WS-FEE-TYPEOP         PIC X(25).
       01 WS-FEE-FRAGFINANC     PIC X(3).
       01 WS-FEE-PLAFOND        PIC 9 VALUE 8.
       01 WS-FEE-LIBELLE        PIC X(30).

      *> zones fcdatasclient (memes noms que virementpermbatch)
       01  L-CLIENT-ID               PIC S9(5).
       01  L-CLIENT-NOM              PIC X(20).
       01  L-CLIENT-PRENOM           PIC X(20).
       01  L-CLIENT-RSOCIALE         PIC X(20).
       01  L-CLIENT-TYPECLIENT       PIC X(20).
       01  L-CLIENT-EXTERNE          PIC 9.
       01  L-COMPTE-ID               PIC S9(5).
       01  L-COMPTE-IBAN             PIC X(25).
       01  L-COMPTE-DTOUV            PIC X(14).
       01  L-COMPTE-SOLDE            PIC 9(5)V99.
       01  L-COMPTE-CLIENTID         PIC S9(5).
       01  L-COMPTE-AGENCE           PIC X(10).

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
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'lcrbatch'.
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
           PERFORM 0200-LOAD-PORTEFEUILLE.

           OPEN OUTPUT LCR-RPT.
           MOVE SPACES TO LCR-RPT-LINE.
           STRING "LETTRES DE CHANGE RELEVE DU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO LCR-RPT-LINE.
           WRITE LCR-RPT-LINE.

           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** PORTEFEUILLE LCRPORTE.DAT TROP GRAND : ARRET"
                TO LCR-RPT-LINE
              WRITE LCR-RPT-LINE
              CLOSE LCR-RPT
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
           PERFORM 0300-IMPORTER-REMISES.
           PERFORM 0500-TRAITER-IMPAYES.
           PERFORM 0600-ENVOYER-ECHUES.
           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           PERFORM 0800-REWRITE-PORTEFEUILLE.

           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
              UNTIL WS-LC-IDX > WS-LC-COUNT
              IF WS-LC-TOUCHE(WS-LC-IDX) = 'OUI'
                 MOVE WS-LC-IDCLIENT(WS-LC-IDX) TO WS-ETAT-CLIENT
                 MOVE WS-LC-REMISE(WS-LC-IDX) TO WS-ETAT-REMISE
                 PERFORM 0700-ETAT-REMISE
              END-IF
           END-PERFORM.

           MOVE SPACES TO LCR-RPT-LINE.
           STRING "EFFETS ACCEPTES: " WS-NB-ACCEPTES
              "  REJETES: " WS-NB-REJETES
              DELIMITED BY SIZE INTO LCR-RPT-LINE.
           WRITE LCR-RPT-LINE.
           MOVE WS-ENVOI-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO LCR-RPT-LINE.
           STRING "ENCAISSES SBF: " WS-NB-ENCAISSES
              "  TOTAL: " WS-TOTAL-ED
              "  CREDITS REFUSES: " WS-NB-REFUSES
              DELIMITED BY SIZE INTO LCR-RPT-LINE.
           WRITE LCR-RPT-LINE.
           MOVE SPACES TO LCR-RPT-LINE.
           STRING "IMPAYES: " WS-NB-IMPAYES
              "  RETOURS INCONNUS: " WS-NB-INCONNUS
              DELIMITED BY SIZE INTO LCR-RPT-LINE.
           WRITE LCR-RPT-LINE.
           CLOSE LCR-RPT.

           MOVE 'LCR' TO WS-SPOOL-NOM.
           MOVE 'LCR.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-ACCEPTES + WS-NB-REJETES
              + WS-NB-ENCAISSES + WS-NB-IMPAYES + WS-NB-INCONNUS
              + WS-NB-REFUSES.
           COMPUTE WS-BR-FAILED = WS-NB-REFUSES + WS-NB-INCONNUS.
           IF WS-BR-FAILED = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-LOAD-PORTEFEUILLE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT LCRPORTE.
           IF WS-LCRPORTE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ LCRPORTE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-LC-COUNT < 5000
                 ADD 1 TO WS-LC-COUNT
                 MOVE LCRPORTE-RECORD TO WS-LC-ENTRY(WS-LC-COUNT)
                 MOVE 'NON' TO WS-LC-TOUCHE(WS-LC-COUNT)
                 IF LC-LCRID > WS-LC-MAX-ID
                    MOVE LC-LCRID TO WS-LC-MAX-ID
                 END-IF
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ LCRPORTE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE LCRPORTE.

      *>------------------------------------------------------------------------
      *> passe 1 : import des remises des clients
      *>------------------------------------------------------------------------
       0300-IMPORTER-REMISES.
           OPEN INPUT LCRREMISE.
           IF WS-LCRREMISE-STATUS NOT = "00"
              MOVE "AUCUNE REMISE LCR A IMPORTER" TO LCR-RPT-LINE
              WRITE LCR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ LCRREMISE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              EVALUATE LR-TYPE
                 WHEN '01'
                    IF WS-REM-EN-COURS = 'OUI'
                       PERFORM 0390-CLORE-REMISE
                    END-IF
                    PERFORM 0310-OUVRIR-REMISE
                 WHEN '02'
                    IF WS-REM-EN-COURS = 'OUI'
                       PERFORM 0330-IMPORTER-EFFET
                    END-IF
                 WHEN '09'
                    IF WS-REM-EN-COURS = 'OUI'
                       MOVE 'OUI' TO WS-REM-FIN-LUE
                       PERFORM 0390-CLORE-REMISE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ LCRREMISE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           IF WS-REM-EN-COURS = 'OUI'
              PERFORM 0390-CLORE-REMISE
           END-IF.
           CLOSE LCRREMISE.

      *>    la remise est retronquee une fois lue : un effet importe
      *>    ne doit pas l'etre une seconde fois
           OPEN OUTPUT LCRREMISE.
           CLOSE LCRREMISE.

      *> entete de remise : client entreprise, compte detenu en
      *> propre, reference de remise encore inconnue pour ce client
       0310-OUVRIR-REMISE.
           MOVE 'OUI' TO WS-REM-EN-COURS.
           MOVE 'NON' TO WS-REM-FIN-LUE.
           MOVE LRE-IDCLIENT TO WS-REM-IDCLIENT.
           MOVE LRE-COMPTEID TO WS-REM-COMPTEID.
           MOVE LRE-REMISE TO WS-REM-REMISE.
           MOVE SPACES TO WS-REM-MOTIF.
           COMPUTE WS-REM-DEBUT = WS-LC-COUNT + 1.
           MOVE ZEROES TO WS-REM-NOMBRE.
           MOVE ZEROES TO WS-REM-TOTAL.

           IF WS-REM-REMISE = SPACES
              MOVE 'REFERENCE REMISE ABSENTE' TO WS-REM-MOTIF
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-REM-IDCLIENT TO L-CLIENT-ID.
           MOVE SPACES TO L-CLIENT-RSOCIALE.
           CALL 'fcdatasclient' USING
              L-CLIENT-ID, L-CLIENT-NOM, L-CLIENT-PRENOM,
              L-CLIENT-RSOCIALE, L-CLIENT-TYPECLIENT,
              L-CLIENT-EXTERNE, L-COMPTE-ID, L-COMPTE-IBAN,
              L-COMPTE-DTOUV, L-COMPTE-SOLDE, L-COMPTE-CLIENTID,
              L-COMPTE-AGENCE.
      *>    mode degrade : pas de raison sociale hors de la base, le
      *>    controle du titulaire suffit pour la nuit
           IF L-CLIENT-NOM NOT = 'MODE DEGRADE'
              AND L-CLIENT-RSOCIALE = SPACES
              MOVE 'CLIENT NON ENTREPRISE' TO WS-REM-MOTIF
              EXIT PARAGRAPH
           END-IF.

           CALL 'comptetitulaires' USING WS-REM-COMPTEID,
              WS-REM-IDCLIENT, WS-TIT-ROLE, WS-TIT-SUCCESS.
           IF WS-TIT-SUCCESS NOT = 'OUI'
              OR WS-TIT-ROLE(1:11) = 'PROCURATION'
              MOVE 'COMPTE NON DETENU' TO WS-REM-MOTIF
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-LC-JDX FROM 1 BY 1
              UNTIL WS-LC-JDX > WS-LC-COUNT
              IF WS-LC-IDCLIENT(WS-LC-JDX) = WS-REM-IDCLIENT
                 AND WS-LC-REMISE(WS-LC-JDX) = WS-REM-REMISE
                 MOVE 'REMISE DEJA IMPORTEE' TO WS-REM-MOTIF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> un effet de la remise entre au portefeuille, refuse seul ou
      *> avec sa remise
       0330-IMPORTER-EFFET.
           IF WS-LC-COUNT NOT < 5000
              MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REM-NOMBRE.
           ADD LRI-MONTANT TO WS-REM-TOTAL.

           ADD 1 TO WS-LC-COUNT.
           ADD 1 TO WS-LC-MAX-ID.
           INITIALIZE WS-LC-ENTRY(WS-LC-COUNT).
           MOVE 'OUI' TO WS-LC-TOUCHE(WS-LC-COUNT).
           MOVE WS-LC-MAX-ID TO WS-LC-LCRID(WS-LC-COUNT).
           MOVE WS-REM-REMISE TO WS-LC-REMISE(WS-LC-COUNT).
           MOVE WS-REM-IDCLIENT TO WS-LC-IDCLIENT(WS-LC-COUNT).
           MOVE WS-REM-COMPTEID TO WS-LC-COMPTEID(WS-LC-COUNT).
           MOVE LRI-TIRE-NOM TO WS-LC-TIRE-NOM(WS-LC-COUNT).
           MOVE LRI-TIRE-IBAN TO WS-LC-TIRE-IBAN(WS-LC-COUNT).
           MOVE LRI-MONTANT TO WS-LC-MONTANT(WS-LC-COUNT).
           MOVE LRI-DATE-ECHEANCE TO WS-LC-DATE-ECHEANCE(WS-LC-COUNT).
           MOVE WS-TODAY-ISO TO WS-LC-DATE-REMISE(WS-LC-COUNT).
           MOVE 'PORTEFEUILLE' TO WS-LC-STATUT(WS-LC-COUNT).

           IF WS-REM-MOTIF NOT = SPACES
              MOVE WS-REM-MOTIF TO WS-LC-MOTIF(WS-LC-COUNT)
              MOVE 'REJETE' TO WS-LC-STATUT(WS-LC-COUNT)
              EXIT PARAGRAPH
           END-IF.

           CALL 'ibancheck' USING LRI-TIRE-IBAN, WS-IBAN-VALIDE.
           IF WS-IBAN-VALIDE NOT = 'OUI'
              MOVE 'IBAN DU TIRE INVALIDE' TO WS-LC-MOTIF(WS-LC-COUNT)
              MOVE 'REJETE' TO WS-LC-STATUT(WS-LC-COUNT)
              EXIT PARAGRAPH
           END-IF.
           IF LRI-MONTANT NOT > ZEROES
              MOVE 'MONTANT NUL' TO WS-LC-MOTIF(WS-LC-COUNT)
              MOVE 'REJETE' TO WS-LC-STATUT(WS-LC-COUNT)
              EXIT PARAGRAPH
           END-IF.
           IF LRI-DATE-ECHEANCE < WS-TODAY-ISO
              OR LRI-DATE-ECHEANCE(5:1) NOT = '-'
              OR LRI-DATE-ECHEANCE(8:1) NOT = '-'
              MOVE 'ECHEANCE INVALIDE' TO WS-LC-MOTIF(WS-LC-COUNT)
              MOVE 'REJETE' TO WS-LC-STATUT(WS-LC-COUNT)
              EXIT PARAGRAPH
           END-IF.

      *>    filtrage sanctions du tire avant toute mise a
      *>    l'encaissement
           MOVE SPACES TO WS-SCREEN-NOM.
           MOVE LRI-TIRE-NOM TO WS-SCREEN-NOM.
           CALL 'sanctionscheck' USING WS-SCREEN-NOM,
              LRI-TIRE-IBAN, WS-SCREEN-HIT, WS-SCREEN-LIBELLE.
           IF WS-SCREEN-HIT = 'OUI'
              MOVE 'FILTRAGE SANCTIONS' TO WS-LC-MOTIF(WS-LC-COUNT)
              MOVE 'REJETE' TO WS-LC-STATUT(WS-LC-COUNT)
              EXIT PARAGRAPH
           END-IF.

      *>    date de reglement : echeance roulee au premier jour ouvre
           MOVE 'R' TO WS-JO-ACTION.
           CALL 'jourouvre' USING WS-JO-ACTION, LRI-DATE-ECHEANCE,
              WS-JO-DATE2, WS-JO-RESULT-DATE, WS-JO-RESULT-JOURS.
           MOVE WS-JO-RESULT-DATE TO WS-LC-DATE-REGLEMENT(WS-LC-COUNT).

      *> fin de remise : le 09 doit porter le nombre et le total des
      *> effets lus, sinon toute la remise est refusee
       0390-CLORE-REMISE.
           MOVE 'NON' TO WS-REM-EN-COURS.
           IF WS-REM-MOTIF = SPACES
              IF WS-REM-FIN-LUE NOT = 'OUI'
                 OR LRF-NOMBRE NOT = WS-REM-NOMBRE
                 OR LRF-TOTAL NOT = WS-REM-TOTAL
                 MOVE 'REMISE INCOHERENTE' TO WS-REM-MOTIF
                 PERFORM VARYING WS-LC-JDX FROM WS-REM-DEBUT BY 1
                    UNTIL WS-LC-JDX > WS-LC-COUNT
                    MOVE 'REJETE' TO WS-LC-STATUT(WS-LC-JDX)
                    MOVE WS-REM-MOTIF TO WS-LC-MOTIF(WS-LC-JDX)
                 END-PERFORM
              END-IF
           END-IF.

           MOVE ZEROES TO WS-ETAT-NB-PORTEF.
           MOVE ZEROES TO WS-ETAT-NB-REJETE.
           PERFORM VARYING WS-LC-JDX FROM WS-REM-DEBUT BY 1
              UNTIL WS-LC-JDX > WS-LC-COUNT
              IF WS-LC-STATUT(WS-LC-JDX) = 'REJETE'
                 ADD 1 TO WS-ETAT-NB-REJETE
              ELSE
                 ADD 1 TO WS-ETAT-NB-PORTEF
              END-IF
           END-PERFORM.
           ADD WS-ETAT-NB-PORTEF TO WS-NB-ACCEPTES.
           ADD WS-ETAT-NB-REJETE TO WS-NB-REJETES.

           MOVE WS-REM-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO LCR-RPT-LINE.
           STRING "REMISE " WS-REM-REMISE
              " CLIENT " WS-REM-IDCLIENT
              " COMPTE " WS-REM-COMPTEID
              " EFFETS " WS-REM-NOMBRE
              " TOTAL " WS-TOTAL-ED
              " ACCEPTES " WS-ETAT-NB-PORTEF
              " REJETES " WS-ETAT-NB-REJETE
              DELIMITED BY SIZE INTO LCR-RPT-LINE.
           WRITE LCR-RPT-LINE.
           IF WS-REM-MOTIF NOT = SPACES
              MOVE SPACES TO LCR-RPT-LINE
              STRING "   REMISE REFUSEE : " WS-REM-MOTIF
                 DELIMITED BY SIZE INTO LCR-RPT-LINE
              WRITE LCR-RPT-LINE
           END-IF.

      *>------------------------------------------------------------------------
      *> passe 2 : impayes revenus de la compensation
      *>------------------------------------------------------------------------
       0500-TRAITER-IMPAYES.
           OPEN INPUT LCRRET.
           IF WS-LCRRET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ LCRRET
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF LT-TYPE = '02'
                 PERFORM 0510-TRAITER-UN-IMPAYE
              END-IF
              READ LCRRET
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE LCRRET.
           OPEN OUTPUT LCRRET.
           CLOSE LCRRET.

      *> seul un effet ENCAISSE peut revenir impaye ; un effet deja
      *> IMPAYE est un doublon du fichier, ignore
       0510-TRAITER-UN-IMPAYE.
           MOVE 0 TO WS-LC-IDX.
           PERFORM VARYING WS-LC-JDX FROM 1 BY 1
              UNTIL WS-LC-JDX > WS-LC-COUNT
              IF WS-LC-LCRID(WS-LC-JDX) = LT-LCRID
                 MOVE WS-LC-JDX TO WS-LC-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-LC-IDX = 0
              OR WS-LC-STATUT(WS-LC-IDX) NOT = 'ENCAISSE'
              ADD 1 TO WS-NB-INCONNUS
              MOVE SPACES TO LCR-RPT-LINE
              STRING "IMPAYE LCR " LT-LCRID " " LT-MOTIF
                 " : EFFET INCONNU OU NON ENCAISSE, IGNORE"
                 DELIMITED BY SIZE INTO LCR-RPT-LINE
              WRITE LCR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'IMPAYE' TO WS-LC-STATUT(WS-LC-IDX).
           MOVE LT-MOTIF TO WS-LC-MOTIF(WS-LC-IDX).
           MOVE WS-TODAY-ISO TO WS-LC-DATE-IMPAYE(WS-LC-IDX).
           MOVE 'OUI' TO WS-LC-TOUCHE(WS-LC-IDX).
           ADD 1 TO WS-NB-IMPAYES.
           MOVE WS-LC-MONTANT(WS-LC-IDX) TO WS-MONTANT-ED.

      *>    extourne du credit sauf bonne fin
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-LC-MONTANT(WS-LC-IDX) TO L-SOMME.
           MOVE WS-LC-COMPTEID(WS-LC-IDX) TO L-COMPTEID.
           MOVE WS-TODAY-ISO TO L-DATE.
           CALL 'opdebit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, 'EUR', 'EUR', L-SUCCESS.
           IF L-SUCCESS NOT = 'OUI'
              MOVE SPACES TO SUS-REFERENCE
              STRING 'LCR ' WS-LC-LCRID(WS-LC-IDX)
                 DELIMITED BY SIZE INTO SUS-REFERENCE
              MOVE L-COMPTEID TO SUS-COMPTEID
              MOVE L-SOMME TO SUS-MONTANT
              MOVE WS-TODAY-ISO TO SUS-DATE-RECU
              MOVE 'IMPAYE LCR NON DEBITE' TO SUS-MOTIF
              MOVE 'A TRAITER' TO SUS-STATUT
              MOVE WS-LC-TIRE-IBAN(WS-LC-IDX) TO SUS-IBAN
              OPEN EXTEND SUSPENS
              IF WS-SUSPENS-STATUS = "35"
                 CLOSE SUSPENS
                 OPEN OUTPUT SUSPENS
              END-IF
              WRITE SUSPENS-RECORD
              CLOSE SUSPENS
              MOVE SPACES TO LCR-RPT-LINE
              STRING "IMPAYE LCR " WS-LC-LCRID(WS-LC-IDX)
                 " COMPTE " L-COMPTEID " " WS-MONTANT-ED
                 " : RE-DEBIT REFUSE, FILE SUSPENS"
                 DELIMITED BY SIZE INTO LCR-RPT-LINE
              WRITE LCR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'IMPAYE LCR' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'IMPAYE LCR ' WS-LC-LCRID(WS-LC-IDX)
              ' ' WS-LC-TIRE-NOM(WS-LC-IDX)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE '-' TO DET-OPERATOR.
           PERFORM 0550-GENERER-SQL.

      *>    frais d'incident du remettant
           MOVE 'FRAIS IMPAYE LCR' TO WS-FEE-TYPEOP.
           MOVE SPACES TO WS-FEE-SOMME.
           MOVE 8 TO WS-FEE-PLAFOND.
           CALL 'commisionfrais' USING WS-FEE-MONTANT, WS-FEE-SOMME,
              WS-FEE-TYPEOP, WS-FEE-FRAGFINANC, WS-FEE-PLAFOND,
              L-DATE, WS-FEE-LIBELLE, L-COMPTEID,
              WS-LC-IDCLIENT(WS-LC-IDX).
           IF WS-FEE-MONTANT NOT = ZEROES
              MOVE WS-FEE-MONTANT TO L-SOMME
              MOVE WS-FEE-TYPEOP TO DET-TYPE
              MOVE WS-FEE-LIBELLE TO DET-LIBELLE
              MOVE '-' TO DET-OPERATOR
              PERFORM 0550-GENERER-SQL
           END-IF.

           MOVE SPACES TO LCR-RPT-LINE.
           STRING "IMPAYE LCR " WS-LC-LCRID(WS-LC-IDX)
              " REMISE " WS-LC-REMISE(WS-LC-IDX)
              " COMPTE " WS-LC-COMPTEID(WS-LC-IDX)
              " " WS-MONTANT-ED " " WS-LC-MOTIF(WS-LC-IDX)
              DELIMITED BY SIZE INTO LCR-RPT-LINE.
           WRITE LCR-RPT-LINE.

      *> paire INSERT/UPDATE sequencee pour L-SOMME sur L-COMPTEID,
      *> type, libelle et sens deja poses
       0550-GENERER-SQL.
           MOVE SPACES TO DET-MONTANT.
           STRING DET-OPERATOR FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE L-COMPTEID TO DET-COMPTEID.
           MOVE WS-LC-IDCLIENT(WS-LC-IDX) TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE L-COMPTEID TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

       0450-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *>------------------------------------------------------------------------
      *> passe 3 : effets echus, credit sauf bonne fin et remise a
      *> l'encaissement
      *>------------------------------------------------------------------------
       0600-ENVOYER-ECHUES.
           OPEN OUTPUT LCROUT.
           MOVE WS-TODAY-ISO TO HDR-DATE.
           WRITE LCROUT-LINE FROM WS-HEADER-LINE.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
              UNTIL WS-LC-IDX > WS-LC-COUNT
              IF WS-LC-STATUT(WS-LC-IDX) = 'PORTEFEUILLE'
                 AND WS-LC-DATE-REGLEMENT(WS-LC-IDX)
                    NOT > WS-TODAY-ISO
                 PERFORM 0610-ENCAISSER-EFFET
              END-IF
           END-PERFORM.
           MOVE WS-ENVOI-COUNT TO TRL-COUNT.
           MOVE WS-ENVOI-TOTAL TO TRL-HASH-TOTAL.
           WRITE LCROUT-LINE FROM WS-TRAILER-LINE.
           CLOSE LCROUT.

       0610-ENCAISSER-EFFET.
           MOVE WS-LC-MONTANT(WS-LC-IDX) TO WS-MONTANT-ED.
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-LC-MONTANT(WS-LC-IDX) TO L-SOMME.
           MOVE WS-LC-COMPTEID(WS-LC-IDX) TO L-COMPTEID.
           MOVE WS-TODAY-ISO TO L-DATE.
           CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'.
           IF L-SUCCESS NOT = 'OUI'
              ADD 1 TO WS-NB-REFUSES
              MOVE SPACES TO LCR-RPT-LINE
              STRING "LCR " WS-LC-LCRID(WS-LC-IDX)
                 " COMPTE " L-COMPTEID " " WS-MONTANT-ED
                 " : CREDIT REFUSE, RESTE EN PORTEFEUILLE"
                 DELIMITED BY SIZE INTO LCR-RPT-LINE
              WRITE LCR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'REMISE LCR SBF' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'LCR ' WS-LC-LCRID(WS-LC-IDX)
              ' ' WS-LC-TIRE-NOM(WS-LC-IDX)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE '+' TO DET-OPERATOR.
           PERFORM 0550-GENERER-SQL.

           MOVE WS-LC-LCRID(WS-LC-IDX) TO DET-OUT-LCRID.
           MOVE WS-LC-TIRE-IBAN(WS-LC-IDX) TO DET-OUT-IBAN.
           MOVE WS-LC-TIRE-NOM(WS-LC-IDX) TO DET-OUT-NOM.
           MOVE WS-LC-MONTANT(WS-LC-IDX) TO DET-OUT-MONTANT.
           MOVE WS-LC-DATE-REGLEMENT(WS-LC-IDX) TO DET-OUT-ECHEANCE.
           WRITE LCROUT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-ENVOI-COUNT.
           ADD WS-LC-MONTANT(WS-LC-IDX) TO WS-ENVOI-TOTAL.

           MOVE 'ENCAISSE' TO WS-LC-STATUT(WS-LC-IDX).
           MOVE WS-TODAY-ISO TO WS-LC-DATE-ENVOI(WS-LC-IDX).
           MOVE 'OUI' TO WS-LC-TOUCHE(WS-LC-IDX).
           ADD 1 TO WS-NB-ENCAISSES.

      *>------------------------------------------------------------------------
      *> etat complet d'une remise, depose pour le client et annonce
      *> par sa messagerie ; les effets de la remise sont detouches
      *>------------------------------------------------------------------------
       0700-ETAT-REMISE.
           MOVE SPACES TO WS-ETAT-FILENAME.
           STRING "PICKUP-" WS-ETAT-CLIENT "-LCR-"
              FUNCTION TRIM(WS-ETAT-REMISE) ".RPT"
              DELIMITED BY SIZE INTO WS-ETAT-FILENAME.
           MOVE ZEROES TO WS-ETAT-NB-PORTEF.
           MOVE ZEROES TO WS-ETAT-NB-ENCAISSE.
           MOVE ZEROES TO WS-ETAT-NB-IMPAYE.
           MOVE ZEROES TO WS-ETAT-NB-REJETE.
           MOVE ZEROES TO WS-ETAT-TOTAL.

           OPEN OUTPUT LCR-ETAT.
           MOVE SPACES TO LCR-ETAT-LINE.
           STRING "ETAT DE LA REMISE LCR " WS-ETAT-REMISE
              " CLIENT " WS-ETAT-CLIENT
              " AU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO LCR-ETAT-LINE.
           WRITE LCR-ETAT-LINE.
           MOVE "EFFET   TIRE                            MONTANT "
              TO LCR-ETAT-LINE.
           MOVE "REGLEMENT  SORT         MOTIF"
              TO LCR-ETAT-LINE(51:29).
           WRITE LCR-ETAT-LINE.

           PERFORM VARYING WS-LC-JDX FROM 1 BY 1
              UNTIL WS-LC-JDX > WS-LC-COUNT
              IF WS-LC-IDCLIENT(WS-LC-JDX) = WS-ETAT-CLIENT
                 AND WS-LC-REMISE(WS-LC-JDX) = WS-ETAT-REMISE
                 MOVE 'NON' TO WS-LC-TOUCHE(WS-LC-JDX)
                 MOVE WS-LC-LCRID(WS-LC-JDX) TO ETL-LCRID
                 MOVE WS-LC-TIRE-NOM(WS-LC-JDX) TO ETL-NOM
                 MOVE WS-LC-MONTANT(WS-LC-JDX) TO ETL-MONTANT
                 MOVE WS-LC-DATE-REGLEMENT(WS-LC-JDX) TO ETL-ECHEANCE
                 MOVE WS-LC-STATUT(WS-LC-JDX) TO ETL-STATUT
                 MOVE WS-LC-MOTIF(WS-LC-JDX) TO ETL-MOTIF
                 WRITE LCR-ETAT-LINE FROM WS-ETAT-LINE
                 EVALUATE WS-LC-STATUT(WS-LC-JDX)
                    WHEN 'PORTEFEUILLE'
                       ADD 1 TO WS-ETAT-NB-PORTEF
                    WHEN 'ENCAISSE'
                       ADD 1 TO WS-ETAT-NB-ENCAISSE
                       ADD WS-LC-MONTANT(WS-LC-JDX) TO WS-ETAT-TOTAL
                    WHEN 'IMPAYE'
                       ADD 1 TO WS-ETAT-NB-IMPAYE
                    WHEN OTHER
                       ADD 1 TO WS-ETAT-NB-REJETE
                 END-EVALUATE
              END-IF
           END-PERFORM.

           MOVE WS-ETAT-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO LCR-ETAT-LINE.
           STRING "EN PORTEFEUILLE: " WS-ETAT-NB-PORTEF
              "  REJETES: " WS-ETAT-NB-REJETE
              DELIMITED BY SIZE INTO LCR-ETAT-LINE.
           WRITE LCR-ETAT-LINE.
           MOVE SPACES TO LCR-ETAT-LINE.
           STRING "ENCAISSES SBF: " WS-ETAT-NB-ENCAISSE
              "  TOTAL: " WS-TOTAL-ED
              "  IMPAYES: " WS-ETAT-NB-IMPAYE
              DELIMITED BY SIZE INTO LCR-ETAT-LINE.
           WRITE LCR-ETAT-LINE.
           CLOSE LCR-ETAT.

           MOVE SPACES TO WS-NOTIF-SUBJECT.
           STRING 'Remise LCR ' WS-ETAT-REMISE
              DELIMITED BY SIZE INTO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Portefeuille ' WS-ETAT-NB-PORTEF
              ' encaisses ' WS-ETAT-NB-ENCAISSE
              ' impayes ' WS-ETAT-NB-IMPAYE
              ' rejetes ' WS-ETAT-NB-REJETE
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-ETAT-CLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

       0800-REWRITE-PORTEFEUILLE.
           OPEN OUTPUT LCRPORTE.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
              UNTIL WS-LC-IDX > WS-LC-COUNT
              MOVE WS-LC-ENTRY(WS-LC-IDX) TO LCRPORTE-RECORD
              WRITE LCRPORTE-RECORD
           END-PERFORM.
           CLOSE LCRPORTE.

       END PROGRAM lcrbatch.
