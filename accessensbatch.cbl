       IDENTIFICATION DIVISION.
       PROGRAM-ID. accessensbatch.
       AUTHOR. D.KISAMA.

      *> Revue hebdomadaire de conformite des acces aux comptes du
      *> personnel et des clients sensibles : a placer dans
      *> JOBPLAN.DAT une fois par semaine. La periode couverte est
      *> celle des sept jours qui finissent a la date de traitement.
      *> Le journal d'audit AUDITLOG.DAT (lignes d'activity2banq)
      *> est relu sur la periode :
      *>   - section 1 : consultations de comptes sensibles (CONSULT
      *>     SENSIBLE, avec motif), acces refuses (REFUS ACCES
      *>     SENSIBLE) et tenue du registre (REGISTRE SENSIBLE) ;
      *>   - section 2 : operations postees (OPERATION POSTEE) par un
      *>     operateur sur un compte dont il est lui-meme titulaire ou
      *>     dont est titulaire un proche qui lui est rattache au
      *>     registre CLISENS.DAT (lignes PERSONNEL et PROCHE ACTIF,
      *>     comptes retrouves dans COMPTETITULAIRES.DAT hors
      *>     procurations).
      *> Le rapport ACCESSENS.RPT est inscrit au spool retenu sous le
      *> nom ACCESSENS pour la conformite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLISENS ASSIGN TO "CLISENS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLISENS-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-STATUS.

           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT ACCESSENS-RPT ASSIGN TO "ACCESSENS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLISENS.
           COPY "CLISENS.cpy".

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

      *> ligne d'audit d'activity2banq (voir 0115-ECRIRE-AUDIT)
       FD AUDITLOG.
       01 AUDITLOG-LINE.
           05 ADT-DATE           PIC X(10).
           05 FILLER             PIC X.
           05 ADT-HEURE          PIC X(6).
           05 FILLER             PIC X.
           05 ADT-OPERATEUR      PIC X(8).
           05 FILLER             PIC X.
           05 ADT-ACTION         PIC X(20).
           05 FILLER             PIC X.
           05 ADT-DETAIL         PIC X(80).
           05 FILLER             PIC X(72).
      *> detail d'une ligne OPERATION POSTEE (0116-AUDITER-OPERATION)
       01 AUDITLOG-OPERATION.
           05 FILLER             PIC X(48).
           05 FILLER             PIC X(4).
           05 ADO-SEQ            PIC X(10).
           05 FILLER             PIC X(6).
           05 ADO-COMPTEID       PIC X(5).
           05 FILLER             PIC X(8).
           05 ADO-IDCLIENT       PIC X(5).
           05 FILLER             PIC X.
           05 ADO-TYPE           PIC X(25).
           05 FILLER             PIC X.
           05 ADO-SIGNE          PIC X.
           05 ADO-MONTANT        PIC X(11).
           05 FILLER             PIC X(75).

       FD ACCESSENS-RPT.
       01 ACCESSENS-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CLISENS-STATUS      PIC X(2).
       01 WS-TITULAIRES-STATUS   PIC X(2).
       01 WS-AUDITLOG-STATUS     PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> rattachements operateur -> client (lui-meme ou son proche)
      *> tires du registre, puis etendus aux comptes du client
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 500 TIMES.
              10 WS-LN-OPERATEUR       PIC X(8).
              10 WS-LN-IDCLIENT        PIC 9(5).
              10 WS-LN-CATEGORIE       PIC X(10).
              10 WS-LN-LIEN            PIC X(10).
       01 WS-LN-COUNT            PIC 9(4) VALUE 0.
       01 WS-LN-IDX              PIC 9(4).

       01 WS-LC-TABLE.
           05 WS-LC-ENTRY OCCURS 2000 TIMES.
              10 WS-LC-OPERATEUR       PIC X(8).
              10 WS-LC-COMPTEID        PIC 9(5).
              10 WS-LC-LN-IDX          PIC 9(4).
       01 WS-LC-COUNT            PIC 9(4) VALUE 0.
       01 WS-LC-IDX              PIC 9(4).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

      *> ligne d'operation en cours d'examen
       01 WS-OP-COMPTEID         PIC 9(5).
       01 WS-OP-IDCLIENT         PIC 9(5).
       01 WS-OP-LIEN-TROUVE      PIC 9(4).

      *> periode revue : sept jours finissant a la date de traitement
       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-DEBUT-INT           PIC S9(8).
       01 WS-DEBUT-NUM           PIC 9(8).
       01 WS-DEBUT-ISO           PIC X(10).

       01 WS-NB-LIGNES           PIC 9(7) VALUE 0.
       01 WS-NB-CONSULTATIONS    PIC 9(7) VALUE 0.
       01 WS-NB-REFUS            PIC 9(7) VALUE 0.
       01 WS-NB-REGISTRE         PIC 9(7) VALUE 0.
       01 WS-NB-OPERATIONS       PIC 9(7) VALUE 0.

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'accessensbatch'.
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

           COMPUTE WS-DEBUT-INT = FUNCTION INTEGER-OF-DATE
              (TODAYS-DATE) - 6.
           COMPUTE WS-DEBUT-NUM = FUNCTION DATE-OF-INTEGER
              (WS-DEBUT-INT).
           MOVE SPACES TO WS-DEBUT-ISO.
           STRING WS-DEBUT-NUM(1:4) "-" WS-DEBUT-NUM(5:2) "-"
              WS-DEBUT-NUM(7:2)
              DELIMITED BY SIZE INTO WS-DEBUT-ISO.

           OPEN OUTPUT ACCESSENS-RPT.
           MOVE SPACES TO ACCESSENS-RPT-LINE.
           STRING "REVUE DES ACCES AUX COMPTES SENSIBLES DU "
              WS-DEBUT-ISO " AU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO ACCESSENS-RPT-LINE.
           WRITE ACCESSENS-RPT-LINE.

           PERFORM 0200-CHARGER-REGISTRE.
           PERFORM 0250-CHARGER-COMPTES.
           IF WS-TABLES-TRONQUE = 'OUI'
              MOVE "*** REGISTRE SENSIBLE TROP LONG : ARRET"
                TO ACCESSENS-RPT-LINE
              WRITE ACCESSENS-RPT-LINE
              CLOSE ACCESSENS-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO ACCESSENS-RPT-LINE.
           WRITE ACCESSENS-RPT-LINE.
           MOVE "SECTION 1 - CONSULTATIONS, REFUS ET TENUE DU REGISTRE"
             TO ACCESSENS-RPT-LINE.
           WRITE ACCESSENS-RPT-LINE.
           PERFORM 0300-REVOIR-ACCES.

           MOVE SPACES TO ACCESSENS-RPT-LINE.
           WRITE ACCESSENS-RPT-LINE.
           MOVE "SECTION 2 - OPERATIONS SUR SES COMPTES OU D'UN PROCHE"
             TO ACCESSENS-RPT-LINE.
           WRITE ACCESSENS-RPT-LINE.
           PERFORM 0400-REVOIR-OPERATIONS.

           MOVE SPACES TO ACCESSENS-RPT-LINE.
           WRITE ACCESSENS-RPT-LINE.
           MOVE SPACES TO ACCESSENS-RPT-LINE.
           STRING "LIGNES D'AUDIT: " WS-NB-LIGNES
              "  CONSULTATIONS: " WS-NB-CONSULTATIONS
              "  REFUS: " WS-NB-REFUS
              "  REGISTRE: " WS-NB-REGISTRE
              "  OPERATIONS A REVOIR: " WS-NB-OPERATIONS
              DELIMITED BY SIZE INTO ACCESSENS-RPT-LINE.
           WRITE ACCESSENS-RPT-LINE.
           CLOSE ACCESSENS-RPT.

           MOVE 'ACCESSENS' TO WS-SPOOL-NOM.
           MOVE 'ACCESSENS.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NB-LIGNES TO WS-BR-RECORDS.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

      *> lignes PERSONNEL et PROCHE actives rattachees a un operateur
       0200-CHARGER-REGISTRE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CLISENS.
           IF WS-CLISENS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CLISENS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF SNS-STATUT = 'ACTIF'
                 AND SNS-OPERATEUR NOT = SPACES
                 AND (SNS-CATEGORIE = 'PERSONNEL'
                      OR SNS-CATEGORIE = 'PROCHE')
                 IF WS-LN-COUNT < 500
                    ADD 1 TO WS-LN-COUNT
                    MOVE SNS-OPERATEUR TO WS-LN-OPERATEUR(WS-LN-COUNT)
                    MOVE SNS-IDCLIENT TO WS-LN-IDCLIENT(WS-LN-COUNT)
                    MOVE SNS-CATEGORIE TO WS-LN-CATEGORIE(WS-LN-COUNT)
                    MOVE SNS-LIEN TO WS-LN-LIEN(WS-LN-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-TABLES-TRONQUE
                 END-IF
              END-IF
              READ CLISENS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CLISENS.

      *> comptes dont ces clients sont titulaires ou co-titulaires
       0250-CHARGER-COMPTES.
           IF WS-LN-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ TITULAIRES NEXT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF TIT-ROLE(1:11) NOT = 'PROCURATION'
                 PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                    UNTIL WS-LN-IDX > WS-LN-COUNT
                    IF WS-LN-IDCLIENT(WS-LN-IDX) = TIT-IDCLIENT
                       IF WS-LC-COUNT < 2000
                          ADD 1 TO WS-LC-COUNT
                          MOVE WS-LN-OPERATEUR(WS-LN-IDX)
                            TO WS-LC-OPERATEUR(WS-LC-COUNT)
                          MOVE TIT-COMPTEID
                            TO WS-LC-COMPTEID(WS-LC-COUNT)
                          MOVE WS-LN-IDX TO WS-LC-LN-IDX(WS-LC-COUNT)
                       ELSE
                          MOVE 'OUI' TO WS-TABLES-TRONQUE
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              READ TITULAIRES NEXT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

      *>------------------------------------------------------------------------
      *> section 1 : toute ligne d'acces ou de tenue du registre de
      *> la periode, reproduite telle qu'ecrite a l'ecran
      *>------------------------------------------------------------------------
       0300-REVOIR-ACCES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-STATUS NOT = "00"
              MOVE "  JOURNAL D'AUDIT ABSENT" TO ACCESSENS-RPT-LINE
              WRITE ACCESSENS-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           READ AUDITLOG
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF ADT-DATE NOT < WS-DEBUT-ISO
                 AND ADT-DATE NOT > WS-TODAY-ISO
                 ADD 1 TO WS-NB-LIGNES
                 EVALUATE ADT-ACTION
                    WHEN 'CONSULT SENSIBLE'
                       ADD 1 TO WS-NB-CONSULTATIONS
                       PERFORM 0310-ECRIRE-ACCES
                    WHEN 'REFUS ACCES SENSIBLE'
                       ADD 1 TO WS-NB-REFUS
                       PERFORM 0310-ECRIRE-ACCES
                    WHEN 'REGISTRE SENSIBLE'
                       ADD 1 TO WS-NB-REGISTRE
                       PERFORM 0310-ECRIRE-ACCES
                 END-EVALUATE
              END-IF
              READ AUDITLOG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE AUDITLOG.
           IF WS-NB-CONSULTATIONS + WS-NB-REFUS + WS-NB-REGISTRE = 0
              MOVE "  AUCUN ACCES SUR LA PERIODE" TO ACCESSENS-RPT-LINE
              WRITE ACCESSENS-RPT-LINE
           END-IF.

       0310-ECRIRE-ACCES.
           MOVE SPACES TO ACCESSENS-RPT-LINE.
           STRING "  " ADT-DATE " " ADT-HEURE " " ADT-OPERATEUR
              " " ADT-ACTION " " ADT-DETAIL
              DELIMITED BY SIZE INTO ACCESSENS-RPT-LINE.
           WRITE ACCESSENS-RPT-LINE.

      *>------------------------------------------------------------------------
      *> section 2 : operations postees par un operateur sur un compte
      *> de son propre dossier ou de celui d'un proche rattache
      *>------------------------------------------------------------------------
       0400-REVOIR-OPERATIONS.
           IF WS-LN-COUNT = 0
              MOVE "  AUCUN SALARIE RATTACHE A UN OPERATEUR"
                TO ACCESSENS-RPT-LINE
              WRITE ACCESSENS-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ AUDITLOG
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF ADT-DATE NOT < WS-DEBUT-ISO
                 AND ADT-DATE NOT > WS-TODAY-ISO
                 AND ADT-ACTION = 'OPERATION POSTEE'
                 AND ADO-COMPTEID IS NUMERIC
                 AND ADO-IDCLIENT IS NUMERIC
                 PERFORM 0410-CONTROLER-OPERATION
              END-IF
              READ AUDITLOG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE AUDITLOG.
           IF WS-NB-OPERATIONS = 0
              MOVE "  AUCUNE OPERATION A REVOIR" TO ACCESSENS-RPT-LINE
              WRITE ACCESSENS-RPT-LINE
           END-IF.

       0410-CONTROLER-OPERATION.
           MOVE ADO-COMPTEID TO WS-OP-COMPTEID.
           MOVE ADO-IDCLIENT TO WS-OP-IDCLIENT.
           MOVE ZEROES TO WS-OP-LIEN-TROUVE.
      *>    client de l'operation rattache a l'operateur
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
              UNTIL WS-LN-IDX > WS-LN-COUNT
                 OR WS-OP-LIEN-TROUVE > 0
              IF WS-LN-OPERATEUR(WS-LN-IDX) = ADT-OPERATEUR
                 AND WS-LN-IDCLIENT(WS-LN-IDX) = WS-OP-IDCLIENT
                 MOVE WS-LN-IDX TO WS-OP-LIEN-TROUVE
              END-IF
           END-PERFORM.
      *>    ou compte de l'operation detenu par un client rattache
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
              UNTIL WS-LC-IDX > WS-LC-COUNT
                 OR WS-OP-LIEN-TROUVE > 0
              IF WS-LC-OPERATEUR(WS-LC-IDX) = ADT-OPERATEUR
                 AND WS-LC-COMPTEID(WS-LC-IDX) = WS-OP-COMPTEID
                 MOVE WS-LC-LN-IDX(WS-LC-IDX) TO WS-OP-LIEN-TROUVE
              END-IF
           END-PERFORM.
           IF WS-OP-LIEN-TROUVE = 0
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-OPERATIONS.
           MOVE SPACES TO ACCESSENS-RPT-LINE.
           STRING "  " ADT-DATE " " ADT-HEURE " " ADT-OPERATEUR
              " CPTE " ADO-COMPTEID " CLIENT " ADO-IDCLIENT
              " " ADO-TYPE " " ADO-SIGNE ADO-MONTANT
              " - " WS-LN-CATEGORIE(WS-OP-LIEN-TROUVE)
              " " WS-LN-LIEN(WS-OP-LIEN-TROUVE)
              " CLIENT " WS-LN-IDCLIENT(WS-OP-LIEN-TROUVE)
              DELIMITED BY SIZE INTO ACCESSENS-RPT-LINE.
           WRITE ACCESSENS-RPT-LINE.

       END PROGRAM accessensbatch.
