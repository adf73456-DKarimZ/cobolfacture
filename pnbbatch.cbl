       IDENTIFICATION DIVISION.
       PROGRAM-ID. pnbbatch.
       AUTHOR. D.KISAMA.

      *> Batch mensuel de rentabilite client (produit net bancaire) :
      *> pour le mois AAAA-MM lu dans PNBPARM.DAT (mois civil
      *> precedent par defaut), calcule par IDCLIENT
      *>   PNB = frais factures (FEESLEDG.DAT : frais du bareme,
      *>         cotisations forfait, commissions)
      *>       + interets debiteurs (operations INTERETS DEBITEURS
      *>         passees par agiosbatch)
      *>       + interets de pret (parts d'interets des echeances
      *>         PRELEVEE de PRETPLAN.DAT, interets du mois des
      *>         reserves CREDREV.DAT)
      *>       - interets crediteurs verses (operations INTERETS
      *>         passees par interetbatch)
      *>       - frais offerts par les forfaits (FRAIS OFFERT FORFAIT
      *>         trace par commisionfrais : le manque a gagner du
      *>         forfait), et remise personnel (REMISE PERSONNEL,
      *>         tarif des salaries de la banque).
      *> Les operations sont lues dans la table OPERATIONS par la
      *> boucle roster + PAGING-FIRST/PAGING-NEXT de
      *> historiqueopbatch (OPJOURNAL.DAT est retronque par
      *> genersqlapply et ne couvre pas le mois). L'agence de
      *> chaque client est celle de son compte servie par
      *> fcdatasclient (colonne AGENCE de COMPTES), comme dans
      *> driftbatch. Le rapport PNB.RPT donne le detail par client,
      *> le cumul par agence, puis les N meilleurs et les N moins
      *> bons clients (N lu dans PNBPARM.DAT, 10 par defaut) ; il est
      *> inscrit au spool pour consultation depuis l'ecran du
      *> catalogue.
      *> Les frais ecretes par le plafond legal (PLAFOND FRAIS
      *> INCIDENT) ne sont ni un produit ni une remise de forfait :
      *> ils sont ignores. Les commissions commercant sans IDCLIENT
      *> sont totalisees a part.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PNBPARM ASSIGN TO "PNBPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PNBPARM-STATUS.

           SELECT DBCONFIG ASSIGN TO "DBCONFIG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DBCONFIG-STATUS.

           SELECT CLIENTROSTER ASSIGN TO "CLIENTROSTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEESLEDG ASSIGN TO "FEESLEDG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEESLEDG-STATUS.

           SELECT PRETS ASSIGN TO "PRETS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETS-STATUS.

           SELECT PRETPLAN ASSIGN TO "PRETPLAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETPLAN-STATUS.

           SELECT CREDREV ASSIGN TO "CREDREV.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDREV-STATUS.

           SELECT PNB-RPT ASSIGN TO "PNB.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PNBPARM.
       01 PNBPARM-RECORD.
           05 PNP-PERIODE        PIC X(7).
           05 PNP-NB-CLASSEMENT  PIC 9(3).

       FD DBCONFIG.
       01 DBCONFIG-RECORD.
           05 DBCFG-DBALIAS      PIC X(9).
           05 DBCFG-USERID       PIC X(20).
           05 DBCFG-PSWD         PIC X(20).

       FD CLIENTROSTER.
       01 ROSTER-LINE             PIC X(200).

       FD FEESLEDG.
       01 FEE-LEDGER-RECORD.
           05 FL-TYPEOP      PIC X(25).
           05 FL-MONTANT     PIC S9(9)V99.
           05 FL-DATE        PIC X(10).
      *> compte et client factures, voir commisionfrais
           05 FL-COMPTEID    PIC 9(5).
           05 FL-IDCLIENT    PIC 9(5).

       FD PRETS.
       01 PRETS-RECORD.
           05 PR-PRETID          PIC 9(5).
           05 PR-IDCLIENT        PIC 9(5).
           05 PR-COMPTEID        PIC 9(5).
           05 PR-CAPITAL         PIC 9(7)V99.
           05 PR-TAUX-ANNUEL     PIC 9(2)V99.
           05 PR-DUREE-MOIS      PIC 9(3).
           05 PR-DATE-DEBUT      PIC X(10).
           05 PR-STATUT          PIC X(10).

       FD PRETPLAN.
       01 PRETPLAN-RECORD.
           05 PP-PRETID          PIC 9(5).
           05 PP-NUM-ECHEANCE    PIC 9(3).
           05 PP-DATE-EXIG       PIC X(10).
           05 PP-PART-CAPITAL    PIC 9(7)V99.
           05 PP-PART-INTERETS   PIC 9(7)V99.
           05 PP-CAPITAL-RESTANT PIC 9(7)V99.
           05 PP-STATUT          PIC X(10).

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

       FD PNB-RPT.
       01 PNB-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PNBPARM-STATUS     PIC X(2).
       01 WS-DBCONFIG-STATUS    PIC X(2).
       01 WS-FEESLEDG-STATUS    PIC X(2).
       01 WS-PRETS-STATUS       PIC X(2).
       01 WS-PRETPLAN-STATUS    PIC X(2).
       01 WS-CREDREV-STATUS     PIC X(2).
       01 WS-EOF                PIC X(3).

      *> mois analyse (mois civil precedent par defaut) et taille
      *> des classements
       01 WS-PERIODE            PIC X(7).
       01 WS-NB-CLASSEMENT      PIC 9(3) VALUE 10.
       01 WS-TODAY-YYYYMMDD     PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY-YYYYMMDD.
           05 WS-TODAY-YEAR     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 FILLER            PIC 9(2).
       01 WS-PREV-YEAR          PIC 9(4).
       01 WS-PREV-MM            PIC 9(2).

      *> valeurs par defaut utilisees si DBCONFIG.DAT est absent,
      *> comme dans interetbatch.
       01  WS-DBALIAS pic X(9)  value "facture3".
       01  WS-USERID  pic X(20) value "DB2ADMIN".
       01  WS-PSWD    pic X(20) value "hiroshima".

       01  WS-CURRENT-IDOPERATION  PIC 9(3).
       01  WS-CURRENT-IDCLIENT     PIC 9(5).

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88 WS-NO-MORE-OPS         VALUE "Y".

      *>  roster read back from modactivity2's CLIENTROSTER.DAT export,
      *>  one row per client (see SEE-ALL-CLIENTS in modactivity2)
       01  WS-ROSTER-REDEF REDEFINES ROSTER-LINE.
           05 WS-ROSTER-IDCLIENT   PIC 9(5).
           05 FILLER               PIC X(195).

       01  WS-EOF-ROSTER-SWITCH    PIC X VALUE "N".
           88 WS-NO-MORE-CLIENTS     VALUE "Y".

      *> une ligne par client : composantes du PNB du mois
       01 WS-CLI-TABLE.
           05 WS-CLI-ENTRY OCCURS 2000 TIMES.
              10 WS-CLI-IDCLIENT     PIC 9(5).
              10 WS-CLI-AGENCE       PIC X(10).
              10 WS-CLI-FRAIS        PIC S9(9)V99.
              10 WS-CLI-AGIOS        PIC S9(9)V99.
              10 WS-CLI-INT-PRET     PIC S9(9)V99.
              10 WS-CLI-INT-CRED     PIC S9(9)V99.
              10 WS-CLI-OFFERTS      PIC S9(9)V99.
              10 WS-CLI-PNB          PIC S9(9)V99.
              10 WS-CLI-CLASSE       PIC X(3).
       01 WS-CLI-COUNT          PIC 9(4) VALUE 0.
       01 WS-CLI-MAX            PIC 9(4) VALUE 2000.
       01 WS-IDX                PIC 9(4).
       01 WS-CUR-IDX            PIC 9(4).
       01 WS-TROUVE             PIC X(3).
       01 WS-CLI-HORS-TABLE     PIC 9(5) VALUE 0.

      *> cumul par agence
       01 WS-AG-TABLE.
           05 WS-AG-ENTRY OCCURS 200 TIMES.
              10 WS-AG-AGENCE        PIC X(10).
              10 WS-AG-NB-CLIENTS    PIC 9(5).
              10 WS-AG-FRAIS         PIC S9(11)V99.
              10 WS-AG-AGIOS         PIC S9(11)V99.
              10 WS-AG-INT-PRET      PIC S9(11)V99.
              10 WS-AG-INT-CRED      PIC S9(11)V99.
              10 WS-AG-OFFERTS       PIC S9(11)V99.
              10 WS-AG-PNB           PIC S9(11)V99.
       01 WS-AG-COUNT           PIC 9(3) VALUE 0.
       01 WS-AG-IDX             PIC 9(3).

      *> prets : PRETID -> IDCLIENT pour les echeances
       01 WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 500 TIMES.
              10 WS-PR-PRETID        PIC 9(5).
              10 WS-PR-IDCLIENT      PIC 9(5).
       01 WS-PR-COUNT           PIC 9(3) VALUE 0.
       01 WS-PR-IDX             PIC 9(3).

       01 WS-AGENCE-INCONNUE    PIC X(10) VALUE 'NON AFFECT'.
       01 WS-COMMISSIONS-HORS   PIC S9(9)V99 VALUE 0.
       01 WS-TOT-PNB            PIC S9(11)V99 VALUE 0.
       01 WS-OPS-RETENUES       PIC 9(7) VALUE 0.

      *> classement : meilleur (ou moins bon) client non encore
      *> classe
       01 WS-SENS-CLASSEMENT    PIC X(1).
       01 WS-RANG               PIC 9(3).
       01 WS-MEILLEUR-IDX       PIC 9(4).

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

       01 WS-PNB-TITRE.
           05 FILLER             PIC X(36) VALUE
              "PRODUIT NET BANCAIRE PAR CLIENT - ".
           05 PNT-PERIODE        PIC X(7).

       01 WS-PNB-ENTETE.
           05 FILLER             PIC X(18) VALUE
              "AGENCE     CLIENT".
           05 FILLER             PIC X(14) VALUE "         FRAIS".
           05 FILLER             PIC X(14) VALUE "         AGIOS".
           05 FILLER             PIC X(14) VALUE "    INT. PRETS".
           05 FILLER             PIC X(14) VALUE "  INT. VERSES".
           05 FILLER             PIC X(14) VALUE "  FRAIS OFFERT".
           05 FILLER             PIC X(15) VALUE "            PNB".

       01 WS-PNB-DETAIL.
           05 PND-AGENCE         PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PND-IDCLIENT       PIC X(7).
           05 PND-FRAIS          PIC -(9)9.99.
           05 PND-AGIOS          PIC -(9)9.99.
           05 PND-INT-PRET       PIC -(9)9.99.
           05 PND-INT-CRED       PIC -(9)9.99.
           05 PND-OFFERTS        PIC -(9)9.99.
           05 PND-PNB            PIC -(10)9.99.

       01 WS-PNB-CLASSE.
           05 PNC-RANG           PIC ZZ9.
           05 FILLER             PIC X(2) VALUE ". ".
           05 FILLER             PIC X(8) VALUE "CLIENT ".
           05 PNC-IDCLIENT       PIC 9(5).
           05 FILLER             PIC X(10) VALUE "  AGENCE ".
           05 PNC-AGENCE         PIC X(10).
           05 FILLER             PIC X(7) VALUE "  PNB ".
           05 PNC-PNB            PIC -(10)9.99.

      *> linkage
       COPY "LNACTIVITY2.cpy".

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'pnbbatch'.
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
           PERFORM 0150-READ-PARAMETERS.

           PERFORM 0200-CONNECT-BDD.
           PERFORM 0250-EXPORT-CLIENT-ROSTER.
           PERFORM 0300-PAGE-THROUGH-ALL-CLIENTS.

           PERFORM 0400-CUMUL-FRAIS.
           PERFORM 0450-LOAD-PRETS.
           PERFORM 0500-CUMUL-ECHEANCES.
           PERFORM 0550-CUMUL-RESERVES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLI-COUNT
              COMPUTE WS-CLI-PNB(WS-IDX) = WS-CLI-FRAIS(WS-IDX)
                 + WS-CLI-AGIOS(WS-IDX) + WS-CLI-INT-PRET(WS-IDX)
                 - WS-CLI-INT-CRED(WS-IDX) - WS-CLI-OFFERTS(WS-IDX)
              ADD WS-CLI-PNB(WS-IDX) TO WS-TOT-PNB
              PERFORM 0600-CUMUL-AGENCE
           END-PERFORM.

           OPEN OUTPUT PNB-RPT.
           PERFORM 0700-ECRIRE-CLIENTS.
           PERFORM 0750-ECRIRE-AGENCES.
           MOVE 'M' TO WS-SENS-CLASSEMENT.
           PERFORM 0800-ECRIRE-CLASSEMENT.
           MOVE 'P' TO WS-SENS-CLASSEMENT.
           PERFORM 0800-ECRIRE-CLASSEMENT.

           MOVE SPACES TO PNB-RPT-LINE.
           MOVE WS-COMMISSIONS-HORS TO PND-PNB.
           STRING "COMMISSIONS COMMERCANT SANS IDCLIENT : " PND-PNB
              DELIMITED BY SIZE INTO PNB-RPT-LINE.
           WRITE PNB-RPT-LINE.
           IF WS-CLI-HORS-TABLE > ZEROES
              MOVE SPACES TO PNB-RPT-LINE
              STRING "CLIENTS NON TRAITES (TABLE PLEINE) : "
                 WS-CLI-HORS-TABLE
                 DELIMITED BY SIZE INTO PNB-RPT-LINE
              WRITE PNB-RPT-LINE
           END-IF.
           CLOSE PNB-RPT.

           DISPLAY "PNB " WS-PERIODE " : " WS-CLI-COUNT " clients, "
              WS-AG-COUNT " agences".
           MOVE 'PNB' TO WS-SPOOL-NOM.
           MOVE 'PNB.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

      *>    trace du passage au grand livre des batchs
           MOVE WS-CLI-COUNT TO WS-BR-RECORDS.
           MOVE WS-CLI-HORS-TABLE TO WS-BR-FAILED.
           IF WS-CLI-HORS-TABLE = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

       0150-READ-PARAMETERS.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, WS-TODAY-YYYYMMDD,
              WS-BD-DATE-ISO.
           IF WS-TODAY-MM = 1
              COMPUTE WS-PREV-YEAR = WS-TODAY-YEAR - 1
              MOVE 12 TO WS-PREV-MM
           ELSE
              MOVE WS-TODAY-YEAR TO WS-PREV-YEAR
              COMPUTE WS-PREV-MM = WS-TODAY-MM - 1
           END-IF.
           STRING WS-PREV-YEAR '-' WS-PREV-MM
              DELIMITED BY SIZE INTO WS-PERIODE.

           OPEN INPUT PNBPARM.
           IF WS-PNBPARM-STATUS = "00"
              READ PNBPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PNP-PERIODE NOT = SPACES
                       MOVE PNP-PERIODE TO WS-PERIODE
                    END-IF
                    IF PNP-NB-CLASSEMENT IS NUMERIC
                       AND PNP-NB-CLASSEMENT > ZEROES
                       MOVE PNP-NB-CLASSEMENT TO WS-NB-CLASSEMENT
                    END-IF
              END-READ
              CLOSE PNBPARM
           END-IF.

           OPEN INPUT DBCONFIG.
           IF WS-DBCONFIG-STATUS = "00"
              READ DBCONFIG
                 NOT AT END
                    MOVE DBCFG-DBALIAS TO WS-DBALIAS
                    MOVE DBCFG-USERID TO WS-USERID
                    MOVE DBCFG-PSWD TO WS-PSWD
              END-READ
              CLOSE DBCONFIG
           END-IF.

       0200-CONNECT-BDD.
           INITIALIZE LN-MOD
           SET V-LN-FNC-CONNECT OF LN-MOD TO TRUE
           MOVE WS-DBALIAS TO LN-DBALIAS OF LN-MOD
           MOVE WS-USERID  TO LN-USERID  OF LN-MOD
           MOVE WS-PSWD    TO LN-PSWD    OF LN-MOD

           CALL 'modactivity2' USING LN-MOD
           END-CALL.

       0250-EXPORT-CLIENT-ROSTER.
           INITIALIZE LN-MOD
           SET V-LN-FNC-SEE-ALL-CLIENTS OF LN-MOD TO TRUE

           CALL 'modactivity2' USING LN-MOD
           END-CALL.

      *> un client du roster = une ligne de table, son agence, puis
      *> ses operations du mois
       0300-PAGE-THROUGH-ALL-CLIENTS.
           OPEN INPUT CLIENTROSTER
           READ CLIENTROSTER
              AT END SET WS-NO-MORE-CLIENTS TO TRUE
           END-READ

           PERFORM UNTIL WS-NO-MORE-CLIENTS
              MOVE WS-ROSTER-IDCLIENT TO WS-CURRENT-IDCLIENT
              PERFORM 0900-TROUVER-CLIENT
              IF WS-CUR-IDX > ZEROES
                 PERFORM 0310-AGENCE-CLIENT
                 PERFORM 0320-PAGE-THROUGH-OPERATIONS
              END-IF

              READ CLIENTROSTER
                 AT END SET WS-NO-MORE-CLIENTS TO TRUE
              END-READ
           END-PERFORM

           CLOSE CLIENTROSTER.

       0310-AGENCE-CLIENT.
           MOVE WS-CURRENT-IDCLIENT TO L-CLIENT-ID.
           MOVE SPACES TO L-COMPTE-AGENCE.
           CALL 'fcdatasclient' USING
              L-CLIENT-ID, L-CLIENT-NOM, L-CLIENT-PRENOM,
              L-CLIENT-RSOCIALE, L-CLIENT-TYPECLIENT,
              L-CLIENT-EXTERNE, L-COMPTE-ID, L-COMPTE-IBAN,
              L-COMPTE-DTOUV, L-COMPTE-SOLDE, L-COMPTE-CLIENTID,
              L-COMPTE-AGENCE.
      *>    mode degrade : pas de colonne AGENCE hors de la base
           IF L-CLIENT-NOM NOT = 'MODE DEGRADE'
              AND L-COMPTE-AGENCE NOT = SPACES
              MOVE L-COMPTE-AGENCE TO WS-CLI-AGENCE(WS-CUR-IDX)
           END-IF.

       0320-PAGE-THROUGH-OPERATIONS.
           MOVE "N" TO WS-EOF-SWITCH

           INITIALIZE LN-MOD
           SET V-LN-FNC-PAGING-FIRST OF LN-MOD TO TRUE
           MOVE WS-CURRENT-IDCLIENT TO LN-INP-IDCLIENT OF LN-MOD

           CALL 'modactivity2' USING LN-MOD
           END-CALL

           PERFORM 0330-CHECK-AND-ADD-OP

           PERFORM UNTIL WS-NO-MORE-OPS
              MOVE LN-OUT-IDOPERATION OF LN-OUTPUT
                TO WS-CURRENT-IDOPERATION

              INITIALIZE LN-MOD
              SET V-LN-FNC-PAGING-NEXT OF LN-MOD TO TRUE
              MOVE WS-CURRENT-IDCLIENT
                TO LN-INP-IDCLIENT      OF LN-MOD
              MOVE WS-CURRENT-IDOPERATION
                TO LN-INP-IDOPERATION   OF LN-INP-OPERATION

              CALL 'modactivity2' USING LN-MOD
              END-CALL

              PERFORM 0330-CHECK-AND-ADD-OP
           END-PERFORM.

      *> seules les operations d'interets du mois comptent ici ; les
      *> frais viennent de FEESLEDG.DAT
       0330-CHECK-AND-ADD-OP.
           IF FUNCTION TRIM(LN-MSG-1 OF LN-MOD) = "No first op found."
           OR FUNCTION TRIM(LN-MSG-1 OF LN-MOD) = "No next op found."
              SET WS-NO-MORE-OPS TO TRUE
              EXIT PARAGRAPH
           END-IF.
           IF LN-OUT-DATE-OP OF LN-OUTPUT(1:7) NOT = WS-PERIODE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE LN-OUT-TYPE OF LN-OUTPUT
              WHEN 'INTERETS DEBITEURS'
                 ADD LN-OUT-MONTANT-OP OF LN-OUTPUT
                   TO WS-CLI-AGIOS(WS-CUR-IDX)
                 ADD 1 TO WS-OPS-RETENUES
              WHEN 'INTERETS'
                 ADD LN-OUT-MONTANT-OP OF LN-OUTPUT
                   TO WS-CLI-INT-CRED(WS-CUR-IDX)
                 ADD 1 TO WS-OPS-RETENUES
           END-EVALUATE.

      *> frais factures et frais offerts du mois, par IDCLIENT
       0400-CUMUL-FRAIS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FEESLEDG.
           IF WS-FEESLEDG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FEESLEDG
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF FL-DATE(1:7) = WS-PERIODE
                 AND FL-TYPEOP NOT = 'PLAFOND FRAIS INCIDENT'
                 PERFORM 0410-AFFECTER-FRAIS
              END-IF
              READ FEESLEDG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FEESLEDG.

       0410-AFFECTER-FRAIS.
           IF FL-IDCLIENT = ZEROES
              ADD FL-MONTANT TO WS-COMMISSIONS-HORS
              EXIT PARAGRAPH
           END-IF.
           MOVE FL-IDCLIENT TO WS-CURRENT-IDCLIENT.
           PERFORM 0900-TROUVER-CLIENT.
           IF WS-CUR-IDX = ZEROES
              EXIT PARAGRAPH
           END-IF.
           IF FL-TYPEOP = 'FRAIS OFFERT FORFAIT'
              OR FL-TYPEOP = 'REMISE PERSONNEL'
              ADD FL-MONTANT TO WS-CLI-OFFERTS(WS-CUR-IDX)
           ELSE
              ADD FL-MONTANT TO WS-CLI-FRAIS(WS-CUR-IDX)
           END-IF.

       0450-LOAD-PRETS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PRETS.
           IF WS-PRETS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PRETS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-PR-COUNT < 500
                 ADD 1 TO WS-PR-COUNT
                 MOVE PR-PRETID TO WS-PR-PRETID(WS-PR-COUNT)
                 MOVE PR-IDCLIENT TO WS-PR-IDCLIENT(WS-PR-COUNT)
              END-IF
              READ PRETS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PRETS.

      *> part d'interets des echeances prelevees dans le mois
       0500-CUMUL-ECHEANCES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PRETPLAN.
           IF WS-PRETPLAN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PRETPLAN
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PP-STATUT = 'PRELEVEE'
                 AND PP-DATE-EXIG(1:7) = WS-PERIODE
                 PERFORM 0510-AFFECTER-ECHEANCE
              END-IF
              READ PRETPLAN
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PRETPLAN.

       0510-AFFECTER-ECHEANCE.
           MOVE ZEROES TO WS-CURRENT-IDCLIENT.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PR-COUNT
              IF WS-PR-PRETID(WS-PR-IDX) = PP-PRETID
                 MOVE WS-PR-IDCLIENT(WS-PR-IDX)
                   TO WS-CURRENT-IDCLIENT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CURRENT-IDCLIENT = ZEROES
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0900-TROUVER-CLIENT.
           IF WS-CUR-IDX > ZEROES
              ADD PP-PART-INTERETS TO WS-CLI-INT-PRET(WS-CUR-IDX)
           END-IF.

      *> interets du mois des reserves arretees dans le mois
       0550-CUMUL-RESERVES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CREDREV.
           IF WS-CREDREV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CREDREV
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CRV-DERNIER-ARRETE(1:7) = WS-PERIODE
                 MOVE CRV-IDCLIENT TO WS-CURRENT-IDCLIENT
                 PERFORM 0900-TROUVER-CLIENT
                 IF WS-CUR-IDX > ZEROES
                    ADD CRV-INTERETS-MOIS
                      TO WS-CLI-INT-PRET(WS-CUR-IDX)
                 END-IF
              END-IF
              READ CREDREV
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CREDREV.

      *> report du client WS-IDX sur la ligne de son agence
       0600-CUMUL-AGENCE.
           MOVE 'NON' TO WS-TROUVE.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-COUNT
              IF WS-AG-AGENCE(WS-AG-IDX) = WS-CLI-AGENCE(WS-IDX)
                 MOVE 'OUI' TO WS-TROUVE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-TROUVE = 'NON'
              IF WS-AG-COUNT NOT < 200
      *>          au-dela de 200 agences : cumul sur la derniere ligne
                 MOVE 200 TO WS-AG-IDX
              ELSE
                 ADD 1 TO WS-AG-COUNT
                 MOVE WS-AG-COUNT TO WS-AG-IDX
                 MOVE WS-CLI-AGENCE(WS-IDX) TO WS-AG-AGENCE(WS-AG-IDX)
                 MOVE ZEROES TO WS-AG-NB-CLIENTS(WS-AG-IDX)
                    WS-AG-FRAIS(WS-AG-IDX) WS-AG-AGIOS(WS-AG-IDX)
                    WS-AG-INT-PRET(WS-AG-IDX) WS-AG-INT-CRED(WS-AG-IDX)
                    WS-AG-OFFERTS(WS-AG-IDX) WS-AG-PNB(WS-AG-IDX)
              END-IF
           END-IF.
           ADD 1 TO WS-AG-NB-CLIENTS(WS-AG-IDX).
           ADD WS-CLI-FRAIS(WS-IDX) TO WS-AG-FRAIS(WS-AG-IDX).
           ADD WS-CLI-AGIOS(WS-IDX) TO WS-AG-AGIOS(WS-AG-IDX).
           ADD WS-CLI-INT-PRET(WS-IDX) TO WS-AG-INT-PRET(WS-AG-IDX).
           ADD WS-CLI-INT-CRED(WS-IDX) TO WS-AG-INT-CRED(WS-AG-IDX).
           ADD WS-CLI-OFFERTS(WS-IDX) TO WS-AG-OFFERTS(WS-AG-IDX).
           ADD WS-CLI-PNB(WS-IDX) TO WS-AG-PNB(WS-AG-IDX).

       0700-ECRIRE-CLIENTS.
           MOVE WS-PERIODE TO PNT-PERIODE.
           MOVE WS-PNB-TITRE TO PNB-RPT-LINE.
           WRITE PNB-RPT-LINE.
           MOVE WS-PNB-ENTETE TO PNB-RPT-LINE.
           WRITE PNB-RPT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLI-COUNT
              MOVE WS-CLI-AGENCE(WS-IDX) TO PND-AGENCE
              MOVE WS-CLI-IDCLIENT(WS-IDX) TO PND-IDCLIENT
              MOVE WS-CLI-FRAIS(WS-IDX) TO PND-FRAIS
              MOVE WS-CLI-AGIOS(WS-IDX) TO PND-AGIOS
              MOVE WS-CLI-INT-PRET(WS-IDX) TO PND-INT-PRET
              MOVE WS-CLI-INT-CRED(WS-IDX) TO PND-INT-CRED
              MOVE WS-CLI-OFFERTS(WS-IDX) TO PND-OFFERTS
              MOVE WS-CLI-PNB(WS-IDX) TO PND-PNB
              MOVE WS-PNB-DETAIL TO PNB-RPT-LINE
              WRITE PNB-RPT-LINE
           END-PERFORM.

       0750-ECRIRE-AGENCES.
           MOVE SPACES TO PNB-RPT-LINE.
           WRITE PNB-RPT-LINE.
           MOVE "CUMUL PAR AGENCE (COLONNE CLIENT : NOMBRE DE CLIENTS)"
              TO PNB-RPT-LINE.
           WRITE PNB-RPT-LINE.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-COUNT
              MOVE WS-AG-AGENCE(WS-AG-IDX) TO PND-AGENCE
              MOVE WS-AG-NB-CLIENTS(WS-AG-IDX) TO PND-IDCLIENT
              MOVE WS-AG-FRAIS(WS-AG-IDX) TO PND-FRAIS
              MOVE WS-AG-AGIOS(WS-AG-IDX) TO PND-AGIOS
              MOVE WS-AG-INT-PRET(WS-AG-IDX) TO PND-INT-PRET
              MOVE WS-AG-INT-CRED(WS-AG-IDX) TO PND-INT-CRED
              MOVE WS-AG-OFFERTS(WS-AG-IDX) TO PND-OFFERTS
              MOVE WS-AG-PNB(WS-AG-IDX) TO PND-PNB
              MOVE WS-PNB-DETAIL TO PNB-RPT-LINE
              WRITE PNB-RPT-LINE
           END-PERFORM.
           MOVE SPACES TO PNB-RPT-LINE.
           MOVE WS-TOT-PNB TO PND-PNB.
           STRING "PNB TOTAL DU MOIS : " PND-PNB
              DELIMITED BY SIZE INTO PNB-RPT-LINE.
           WRITE PNB-RPT-LINE.

      *> classement des WS-NB-CLASSEMENT meilleurs (sens M) ou moins
      *> bons (sens P) clients : a chaque rang, le meilleur (ou le
      *> moins bon) client non encore classe dans ce sens
       0800-ECRIRE-CLASSEMENT.
           MOVE SPACES TO PNB-RPT-LINE.
           WRITE PNB-RPT-LINE.
           IF WS-SENS-CLASSEMENT = 'M'
              MOVE "MEILLEURS CLIENTS" TO PNB-RPT-LINE
           ELSE
              MOVE "CLIENTS LES MOINS RENTABLES" TO PNB-RPT-LINE
           END-IF.
           WRITE PNB-RPT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLI-COUNT
              MOVE 'NON' TO WS-CLI-CLASSE(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-RANG FROM 1 BY 1
              UNTIL WS-RANG > WS-NB-CLASSEMENT
                 OR WS-RANG > WS-CLI-COUNT
              PERFORM 0810-CLIENT-SUIVANT
              MOVE 'OUI' TO WS-CLI-CLASSE(WS-MEILLEUR-IDX)
              MOVE WS-RANG TO PNC-RANG
              MOVE WS-CLI-IDCLIENT(WS-MEILLEUR-IDX) TO PNC-IDCLIENT
              MOVE WS-CLI-AGENCE(WS-MEILLEUR-IDX) TO PNC-AGENCE
              MOVE WS-CLI-PNB(WS-MEILLEUR-IDX) TO PNC-PNB
              MOVE WS-PNB-CLASSE TO PNB-RPT-LINE
              WRITE PNB-RPT-LINE
           END-PERFORM.

       0810-CLIENT-SUIVANT.
           MOVE ZEROES TO WS-MEILLEUR-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLI-COUNT
              IF WS-CLI-CLASSE(WS-IDX) = 'NON'
                 IF WS-MEILLEUR-IDX = ZEROES
                    MOVE WS-IDX TO WS-MEILLEUR-IDX
                 ELSE
                    IF (WS-SENS-CLASSEMENT = 'M'
                        AND WS-CLI-PNB(WS-IDX)
                           > WS-CLI-PNB(WS-MEILLEUR-IDX))
                       OR (WS-SENS-CLASSEMENT = 'P'
                        AND WS-CLI-PNB(WS-IDX)
                           < WS-CLI-PNB(WS-MEILLEUR-IDX))
                       MOVE WS-IDX TO WS-MEILLEUR-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *> WS-CUR-IDX sur la ligne de WS-CURRENT-IDCLIENT, creee au
      *> besoin ; zero quand la table est pleine
       0900-TROUVER-CLIENT.
           MOVE ZEROES TO WS-CUR-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLI-COUNT
              IF WS-CLI-IDCLIENT(WS-IDX) = WS-CURRENT-IDCLIENT
                 MOVE WS-IDX TO WS-CUR-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CUR-IDX > ZEROES
              EXIT PARAGRAPH
           END-IF.
           IF WS-CLI-COUNT NOT < WS-CLI-MAX
              ADD 1 TO WS-CLI-HORS-TABLE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CLI-COUNT.
           MOVE WS-CLI-COUNT TO WS-CUR-IDX.
           MOVE WS-CURRENT-IDCLIENT TO WS-CLI-IDCLIENT(WS-CUR-IDX).
           MOVE WS-AGENCE-INCONNUE TO WS-CLI-AGENCE(WS-CUR-IDX).
           MOVE ZEROES TO WS-CLI-FRAIS(WS-CUR-IDX)
              WS-CLI-AGIOS(WS-CUR-IDX) WS-CLI-INT-PRET(WS-CUR-IDX)
              WS-CLI-INT-CRED(WS-CUR-IDX) WS-CLI-OFFERTS(WS-CUR-IDX)
              WS-CLI-PNB(WS-CUR-IDX).

       END PROGRAM pnbbatch.
