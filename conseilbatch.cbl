       IDENTIFICATION DIVISION.
       PROGRAM-ID. conseilbatch.
       AUTHOR. D.KISAMA.

      *> Batch mensuel des portefeuilles conseillers : une ligne par
      *> conseiller attitre (affectation courante de CONSEILLERS.DAT,
      *> ligne sans date de fin, voir CONSEILLER.cpy), plus une
      *> ligne SANS CONSEILLER pour les clients du CLIENTROSTER.DAT
      *> que personne ne suit encore. Pour chaque portefeuille :
      *>  - nombre de clients ;
      *>  - encours de depots en contre-valeur EUR : soldes
      *>    crediteurs de COMPTES.DAT (client = premier titulaire de
      *>    COMPTETITULAIRES.DAT hors PROCURATION, comme
      *>    statregbatch) et depots a terme ACTIFS de DEPATERME.DAT ;
      *>  - encours de credits : capital des prets non SOLDES de
      *>    PRETS.DAT moins les parts de capital des echeances
      *>    PRELEVEES de PRETPLAN.DAT ;
      *>  - produits vendus dans le mois de la date de traitement :
      *>    depots a terme ouverts, prets debutes, PEL ouverts
      *>    (PELCONTRATS.DAT, hors ANNULE) ;
      *>  - revues KYC en retard de KYCREG.DAT (date de prochaine
      *>    revue depassee, ou statut EN RETARD / RESTREINT) ;
      *>  - taches encore OUVERTES dans sa corbeille TACHESCONS.DAT.
      *> La contre-valeur EUR est prise au dernier taux de
      *> TAUXCHANGE.DAT, devise du compte rattache ; un montant dans
      *> une devise sans taux est compte a 1 et signale en fin de
      *> rapport. Le rapport CONSEILLERS.RPT est inscrit au spool.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONSEILLERS ASSIGN TO "CONSEILLERS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONSEILLERS-STATUS.

           SELECT TACHESCONS ASSIGN TO "TACHESCONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TACHESCONS-STATUS.

           SELECT OPERATEURS ASSIGN TO "OPERATEURS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERATEURS-STATUS.

           SELECT CLIENTROSTER ASSIGN TO "CLIENTROSTER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLIENTROSTER-STATUS.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-IXST.

           SELECT TAUXCHANGE ASSIGN TO "TAUXCHANGE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAUXCHANGE-STATUS.

           SELECT DEPATERME ASSIGN TO "DEPATERME.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPATERME-STATUS.

           SELECT PRETS ASSIGN TO "PRETS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETS-STATUS.

           SELECT PRETPLAN ASSIGN TO "PRETPLAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETPLAN-STATUS.

           SELECT PELCONTRATS ASSIGN TO "PELCONTRATS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PELCONTRATS-STATUS.

           SELECT KYCREG ASSIGN TO "KYCREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KYCREG-STATUS.

           SELECT CONSEIL-RPT ASSIGN TO "CONSEILLERS.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONSEILLERS.
           COPY "CONSEILLER.cpy".

       FD TACHESCONS.
           COPY "TACHECONS.cpy".

       FD OPERATEURS.
       01 OPERATEURS-RECORD.
           05 OP-ID              PIC X(8).
           05 OP-NOM             PIC X(30).
           05 OP-ROLE            PIC X(12).
           05 OP-STATUT          PIC X(10).

       FD CLIENTROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-IDCLIENT         PIC 9(5).
           05 FILLER                  PIC X.
           05 ROSTER-NOM              PIC X(50).
           05 FILLER                  PIC X.
           05 ROSTER-PRENOM           PIC X(50).
           05 FILLER                  PIC X.
           05 ROSTER-RSOCIALE         PIC X(50).
           05 FILLER                  PIC X.
           05 ROSTER-TYPECLIENT       PIC X(30).
           05 FILLER                  PIC X.
           05 ROSTER-EXTERNE          PIC 9(1).

       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD TAUXCHANGE.
       01 TAUXCHANGE-RECORD.
           05 TX-DEVISE-OP       PIC X(3).
           05 TX-DEVISE-COMPTE   PIC X(3).
           05 TX-TAUX            PIC 9(3)V9(6).
           05 TX-DATE-EFFET      PIC X(10).

       FD DEPATERME.
       01 DEPATERME-RECORD.
           05 DT-DEPOTID         PIC 9(10).
           05 DT-COMPTEID        PIC 9(5).
           05 DT-IDCLIENT        PIC 9(5).
           05 DT-MONTANT         PIC S9(9)V99.
           05 DT-TAUX            PIC 9(2)V99.
           05 DT-DATE-OUVERTURE  PIC X(10).
           05 DT-DATE-ECHEANCE   PIC X(10).
           05 DT-RENOUVELLEMENT  PIC X.
           05 DT-STATUT          PIC X(10).

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

       FD PELCONTRATS.
           COPY "PEL.cpy".

       FD KYCREG.
       01 KYCREG-RECORD.
           05 KYC-IDCLIENT       PIC 9(5).
           05 KYC-CLASSE-RISQUE  PIC X(6).
           05 KYC-DOCUMENTS      PIC X(30).
           05 KYC-DATE-REVUE     PIC X(10).
           05 KYC-DATE-PROCHAINE PIC X(10).
           05 KYC-STATUT         PIC X(10).

       FD CONSEIL-RPT.
       01 CONSEIL-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CONSEILLERS-STATUS  PIC X(2).
       01 WS-TACHESCONS-STATUS   PIC X(2).
       01 WS-OPERATEURS-STATUS   PIC X(2).
       01 WS-CLIENTROSTER-STATUS PIC X(2).
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-TITULAIRES-IXST     PIC X(2).
       01 WS-TAUXCHANGE-STATUS   PIC X(2).
       01 WS-DEPATERME-STATUS    PIC X(2).
       01 WS-PRETS-STATUS        PIC X(2).
       01 WS-PRETPLAN-STATUS     PIC X(2).
       01 WS-PELCONTRATS-STATUS  PIC X(2).
       01 WS-KYCREG-STATUS       PIC X(2).
       01 WS-EOF                 PIC X(3).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-MOIS                PIC X(7).

      *> un portefeuille par conseiller ; la premiere ligne est
      *> celle des clients sans conseiller (POOL)
       01 WS-CNS-TABLE.
           05 WS-CNS-ENTRY OCCURS 200 TIMES.
              10 WS-CNS-CODE          PIC X(8).
              10 WS-CNS-NOM           PIC X(30).
              10 WS-CNS-CLIENTS       PIC 9(5).
              10 WS-CNS-DEPOTS        PIC S9(11)V99.
              10 WS-CNS-PRETS         PIC S9(11)V99.
              10 WS-CNS-NOUVEAUX      PIC 9(5).
              10 WS-CNS-REVUES        PIC 9(5).
              10 WS-CNS-TACHES        PIC 9(5).
       01 WS-CNS-COUNT           PIC 9(3) VALUE 0.
       01 WS-CNS-IDX             PIC 9(3).
       01 WS-CNS-CUR             PIC 9(3).
       01 WS-CNS-CHERCHE         PIC X(8).

      *> client -> portefeuille
       01 WS-CLI-TABLE.
           05 WS-CLI-ENTRY OCCURS 5000 TIMES.
              10 WS-CLI-IDCLIENT      PIC 9(5).
              10 WS-CLI-CNS           PIC 9(3).
       01 WS-CLI-COUNT           PIC 9(4) VALUE 0.
       01 WS-CLI-IDX             PIC 9(4).
       01 WS-CLI-CUR             PIC 9(4).
       01 WS-CLI-CHERCHE         PIC 9(5).

      *> compte -> premier titulaire et devise
       01 WS-CPT-TABLE.
           05 WS-CPT-ENTRY OCCURS 5000 TIMES.
              10 WS-CPT-COMPTEID      PIC 9(5).
              10 WS-CPT-IDCLIENT      PIC 9(5).
              10 WS-CPT-DEVISE        PIC X(3).
       01 WS-CPT-COUNT           PIC 9(4) VALUE 0.
       01 WS-CPT-IDX             PIC 9(4).
       01 WS-CPT-CUR             PIC 9(4).
       01 WS-CPT-CHERCHE         PIC 9(5).
       01 WS-CPT-DERNIER         PIC 9(5).

      *> prets en cours : capital restant du par pret
       01 WS-PRT-TABLE.
           05 WS-PRT-ENTRY OCCURS 2000 TIMES.
              10 WS-PRT-PRETID        PIC 9(5).
              10 WS-PRT-CNS           PIC 9(3).
              10 WS-PRT-DEVISE        PIC X(3).
              10 WS-PRT-RESTANT       PIC S9(9)V99.
       01 WS-PRT-COUNT           PIC 9(4) VALUE 0.
       01 WS-PRT-IDX             PIC 9(4).

      *> dernier taux vers EUR par devise
       01 WS-TX-TABLE.
           05 WS-TX-ENTRY OCCURS 20 TIMES.
              10 WS-TX-DEVISE        PIC X(3).
              10 WS-TX-TAUX          PIC 9(3)V9(6).
              10 WS-TX-DATE          PIC X(10).
       01 WS-TX-COUNT            PIC 9(2) VALUE 0.
       01 WS-TX-IDX              PIC 9(2).
       01 WS-TX-TROUVE           PIC X(3).

       01 WS-CONV-DEVISE         PIC X(3).
       01 WS-CONV-MONTANT        PIC S9(11)V99.
       01 WS-CONV-EUR            PIC S9(11)V99.
       01 WS-SANS-TAUX           PIC 9(5) VALUE 0.

       01 WS-TOT-CLIENTS         PIC 9(6) VALUE 0.
       01 WS-TOT-DEPOTS          PIC S9(13)V99 VALUE 0.
       01 WS-TOT-PRETS           PIC S9(13)V99 VALUE 0.
       01 WS-TOT-NOUVEAUX        PIC 9(6) VALUE 0.
       01 WS-TOT-REVUES          PIC 9(6) VALUE 0.
       01 WS-TOT-TACHES          PIC 9(6) VALUE 0.

       01 WS-CNS-ENTETE.
           05 FILLER             PIC X(40) VALUE
              "CONSEILLER NOM".
           05 FILLER             PIC X(8) VALUE " CLIENTS".
           05 FILLER             PIC X(18) VALUE
              "      DEPOTS EUR".
           05 FILLER             PIC X(18) VALUE
              "       PRETS EUR".
           05 FILLER             PIC X(8) VALUE "  VENDUS".
           05 FILLER             PIC X(8) VALUE "   REVUE".
           05 FILLER             PIC X(8) VALUE "  TACHES".

       01 WS-CNS-DETAIL.
           05 CND-CODE           PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CND-NOM            PIC X(30).
           05 CND-CLIENTS        PIC Z(7)9.
           05 CND-DEPOTS         PIC -(13)9.99.
           05 CND-PRETS          PIC -(13)9.99.
           05 CND-NOUVEAUX       PIC Z(7)9.
           05 CND-REVUES         PIC Z(7)9.
           05 CND-TACHES         PIC Z(7)9.

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'conseilbatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7).
       01 WS-BR-FAILED           PIC 9(7).
       01 WS-BR-STATUT           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate
       01 WS-BD-ACTION           PIC X.

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM           PIC X(20).
       01 WS-SPOOL-FICHIER       PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6)
              TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.
           MOVE WS-TODAY-ISO(1:7) TO WS-MOIS.

           MOVE 1 TO WS-CNS-COUNT.
           MOVE 'POOL' TO WS-CNS-CODE(1).
           MOVE "SANS CONSEILLER" TO WS-CNS-NOM(1).

           PERFORM 0200-CHARGER-AFFECTATIONS.
           PERFORM 0250-CHARGER-ROSTER.
           PERFORM 0270-NOMMER-CONSEILLERS.
           PERFORM 0280-CHARGER-TAUXCHANGE.
           PERFORM 0300-CHARGER-TITULAIRES.
           PERFORM 0350-CUMULER-COMPTES.
           PERFORM 0400-CUMULER-DEPATERME.
           PERFORM 0450-CHARGER-PRETS.
           PERFORM 0470-DEDUIRE-ECHEANCES.
           PERFORM 0490-CUMULER-PRETS.
           PERFORM 0500-CUMULER-PEL.
           PERFORM 0550-CUMULER-KYC.
           PERFORM 0600-CUMULER-TACHES.

           OPEN OUTPUT CONSEIL-RPT.
           PERFORM 0700-ECRIRE-RAPPORT.
           CLOSE CONSEIL-RPT.

           DISPLAY "PORTEFEUILLES " WS-MOIS " : " WS-CNS-COUNT
              " portefeuilles, " WS-TOT-CLIENTS " clients".
           MOVE 'CONSEILLERS' TO WS-SPOOL-NOM.
           MOVE 'CONSEILLERS.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

      *>    trace du passage au grand livre des batchs
           MOVE WS-TOT-CLIENTS TO WS-BR-RECORDS.
           MOVE WS-SANS-TAUX TO WS-BR-FAILED.
           IF WS-TABLES-TRONQUE = 'NON'
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

      *> affectations courantes : la derniere ligne sans date de fin
      *> du client fait foi
       0200-CHARGER-AFFECTATIONS.
           OPEN INPUT CONSEILLERS.
           IF WS-CONSEILLERS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ CONSEILLERS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CSL-DATE-FIN = SPACES
                 MOVE CSL-CONSEILLER TO WS-CNS-CHERCHE
                 PERFORM 0900-TROUVER-CONSEILLER
                 MOVE CSL-IDCLIENT TO WS-CLI-CHERCHE
                 PERFORM 0910-TROUVER-CLIENT
                 IF WS-CLI-CUR = 0
                    PERFORM 0915-AJOUTER-CLIENT
                 END-IF
                 IF WS-CLI-CUR > 0
                    MOVE WS-CNS-CUR TO WS-CLI-CNS(WS-CLI-CUR)
                 END-IF
              END-IF
              READ CONSEILLERS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CONSEILLERS.

      *> les clients du roster sans affectation vont au POOL
       0250-CHARGER-ROSTER.
           OPEN INPUT CLIENTROSTER.
           IF WS-CLIENTROSTER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ CLIENTROSTER
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE ROSTER-IDCLIENT TO WS-CLI-CHERCHE
              PERFORM 0910-TROUVER-CLIENT
              IF WS-CLI-CUR = 0
                 PERFORM 0915-AJOUTER-CLIENT
                 IF WS-CLI-CUR > 0
                    MOVE 1 TO WS-CLI-CNS(WS-CLI-CUR)
                 END-IF
              END-IF
              READ CLIENTROSTER
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CLIENTROSTER.

           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
              UNTIL WS-CLI-IDX > WS-CLI-COUNT
              ADD 1 TO WS-CNS-CLIENTS(WS-CLI-CNS(WS-CLI-IDX))
           END-PERFORM.

       0270-NOMMER-CONSEILLERS.
           OPEN INPUT OPERATEURS.
           IF WS-OPERATEURS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ OPERATEURS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              PERFORM VARYING WS-CNS-IDX FROM 2 BY 1
                 UNTIL WS-CNS-IDX > WS-CNS-COUNT
                 IF WS-CNS-CODE(WS-CNS-IDX) = OP-ID
                    MOVE OP-NOM TO WS-CNS-NOM(WS-CNS-IDX)
                 END-IF
              END-PERFORM
              READ OPERATEURS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE OPERATEURS.

      *> le taux retenu par devise est le plus recent vers EUR
       0280-CHARGER-TAUXCHANGE.
           OPEN INPUT TAUXCHANGE.
           IF WS-TAUXCHANGE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ TAUXCHANGE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF TX-DEVISE-COMPTE = 'EUR'
                 PERFORM 0285-RETENIR-TAUX
              END-IF
              READ TAUXCHANGE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TAUXCHANGE.

       0285-RETENIR-TAUX.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT
              IF WS-TX-DEVISE(WS-TX-IDX) = TX-DEVISE-OP
                 IF TX-DATE-EFFET NOT < WS-TX-DATE(WS-TX-IDX)
                    MOVE TX-TAUX TO WS-TX-TAUX(WS-TX-IDX)
                    MOVE TX-DATE-EFFET TO WS-TX-DATE(WS-TX-IDX)
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-TX-COUNT < 20
              ADD 1 TO WS-TX-COUNT
              MOVE TX-DEVISE-OP TO WS-TX-DEVISE(WS-TX-COUNT)
              MOVE TX-TAUX TO WS-TX-TAUX(WS-TX-COUNT)
              MOVE TX-DATE-EFFET TO WS-TX-DATE(WS-TX-COUNT)
           END-IF.

      *> premier titulaire de chaque compte dans l'ordre de l'index,
      *> une procuration ne compte pas
       0300-CHARGER-TITULAIRES.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-IXST NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-CPT-DERNIER.
           MOVE 'NON' TO WS-EOF.
           READ TITULAIRES NEXT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF TIT-COMPTEID NOT = WS-CPT-DERNIER
                 AND TIT-ROLE(1:11) NOT = 'PROCURATION'
                 IF WS-CPT-COUNT < 5000
                    ADD 1 TO WS-CPT-COUNT
                    MOVE TIT-COMPTEID TO WS-CPT-COMPTEID(WS-CPT-COUNT)
                    MOVE TIT-IDCLIENT TO WS-CPT-IDCLIENT(WS-CPT-COUNT)
                    MOVE 'EUR' TO WS-CPT-DEVISE(WS-CPT-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-TABLES-TRONQUE
                 END-IF
                 MOVE TIT-COMPTEID TO WS-CPT-DERNIER
              END-IF
              READ TITULAIRES NEXT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

      *> soldes crediteurs au portefeuille du premier titulaire ; la
      *> devise du compte est gardee pour les depots a terme et les
      *> prets qui y sont rattaches
       0350-CUMULER-COMPTES.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO CF-COMPTEID.
           MOVE 'NON' TO WS-EOF.
           START COMPTESFILE KEY NOT < CF-COMPTEID
              INVALID KEY MOVE 'OUI' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'OUI'
              READ COMPTESFILE NEXT
                 AT END MOVE 'OUI' TO WS-EOF
                 NOT AT END
                    MOVE CF-COMPTEID TO WS-CPT-CHERCHE
                    PERFORM 0920-TROUVER-COMPTE
                    IF WS-CPT-CUR > 0
                       IF CF-DEVISE NOT = SPACES
                          MOVE CF-DEVISE TO WS-CPT-DEVISE(WS-CPT-CUR)
                       END-IF
                       IF CF-SOLDE > ZEROES
                          MOVE WS-CPT-DEVISE(WS-CPT-CUR)
                             TO WS-CONV-DEVISE
                          MOVE CF-SOLDE TO WS-CONV-MONTANT
                          PERFORM 0950-CONVERTIR-EUR
                          MOVE WS-CPT-IDCLIENT(WS-CPT-CUR)
                             TO WS-CLI-CHERCHE
                          PERFORM 0930-CNS-DU-CLIENT
                          ADD WS-CONV-EUR TO WS-CNS-DEPOTS(WS-CNS-CUR)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPTESFILE.

      *> depots a terme ACTIFS ; ouverts dans le mois = vendus
       0400-CUMULER-DEPATERME.
           OPEN INPUT DEPATERME.
           IF WS-DEPATERME-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ DEPATERME
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE DT-IDCLIENT TO WS-CLI-CHERCHE
              PERFORM 0930-CNS-DU-CLIENT
              IF DT-STATUT = 'ACTIF'
                 MOVE DT-COMPTEID TO WS-CPT-CHERCHE
                 PERFORM 0940-DEVISE-DU-COMPTE
                 MOVE DT-MONTANT TO WS-CONV-MONTANT
                 PERFORM 0950-CONVERTIR-EUR
                 ADD WS-CONV-EUR TO WS-CNS-DEPOTS(WS-CNS-CUR)
              END-IF
              IF DT-DATE-OUVERTURE(1:7) = WS-MOIS
                 ADD 1 TO WS-CNS-NOUVEAUX(WS-CNS-CUR)
              END-IF
              READ DEPATERME
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE DEPATERME.

      *> prets non SOLDES en table ; debutes dans le mois = vendus
       0450-CHARGER-PRETS.
           OPEN INPUT PRETS.
           IF WS-PRETS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ PRETS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE PR-IDCLIENT TO WS-CLI-CHERCHE
              PERFORM 0930-CNS-DU-CLIENT
              IF PR-DATE-DEBUT(1:7) = WS-MOIS
                 ADD 1 TO WS-CNS-NOUVEAUX(WS-CNS-CUR)
              END-IF
              IF PR-STATUT NOT = 'SOLDE'
                 IF WS-PRT-COUNT < 2000
                    ADD 1 TO WS-PRT-COUNT
                    MOVE PR-PRETID TO WS-PRT-PRETID(WS-PRT-COUNT)
                    MOVE WS-CNS-CUR TO WS-PRT-CNS(WS-PRT-COUNT)
                    MOVE PR-COMPTEID TO WS-CPT-CHERCHE
                    PERFORM 0940-DEVISE-DU-COMPTE
                    MOVE WS-CONV-DEVISE TO WS-PRT-DEVISE(WS-PRT-COUNT)
                    MOVE PR-CAPITAL TO WS-PRT-RESTANT(WS-PRT-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-TABLES-TRONQUE
                 END-IF
              END-IF
              READ PRETS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PRETS.

       0470-DEDUIRE-ECHEANCES.
           OPEN INPUT PRETPLAN.
           IF WS-PRETPLAN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ PRETPLAN
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PP-STATUT = 'PRELEVEE'
                 PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                    UNTIL WS-PRT-IDX > WS-PRT-COUNT
                    IF WS-PRT-PRETID(WS-PRT-IDX) = PP-PRETID
                       SUBTRACT PP-PART-CAPITAL
                          FROM WS-PRT-RESTANT(WS-PRT-IDX)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
              READ PRETPLAN
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PRETPLAN.

       0490-CUMULER-PRETS.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
              UNTIL WS-PRT-IDX > WS-PRT-COUNT
              IF WS-PRT-RESTANT(WS-PRT-IDX) > ZEROES
                 MOVE WS-PRT-DEVISE(WS-PRT-IDX) TO WS-CONV-DEVISE
                 MOVE WS-PRT-RESTANT(WS-PRT-IDX) TO WS-CONV-MONTANT
                 PERFORM 0950-CONVERTIR-EUR
                 ADD WS-CONV-EUR
                    TO WS-CNS-PRETS(WS-PRT-CNS(WS-PRT-IDX))
              END-IF
           END-PERFORM.

      *> PEL ouverts dans le mois = vendus
       0500-CUMULER-PEL.
           OPEN INPUT PELCONTRATS.
           IF WS-PELCONTRATS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ PELCONTRATS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PL-DATE-OUVERTURE(1:7) = WS-MOIS
                 AND PL-STATUT NOT = 'ANNULE'
                 MOVE PL-IDCLIENT TO WS-CLI-CHERCHE
                 PERFORM 0930-CNS-DU-CLIENT
                 ADD 1 TO WS-CNS-NOUVEAUX(WS-CNS-CUR)
              END-IF
              READ PELCONTRATS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PELCONTRATS.

      *> revue KYC en retard : echeance depassee a la date de
      *> traitement, ou deja constatee par kycbatch
       0550-CUMULER-KYC.
           OPEN INPUT KYCREG.
           IF WS-KYCREG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ KYCREG
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF KYC-STATUT = 'EN RETARD'
                 OR KYC-STATUT = 'RESTREINT'
                 OR (KYC-DATE-PROCHAINE NOT = SPACES
                 AND KYC-DATE-PROCHAINE < WS-TODAY-ISO)
                 MOVE KYC-IDCLIENT TO WS-CLI-CHERCHE
                 PERFORM 0930-CNS-DU-CLIENT
                 ADD 1 TO WS-CNS-REVUES(WS-CNS-CUR)
              END-IF
              READ KYCREG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE KYCREG.

      *> taches encore ouvertes, a la corbeille ou elles sont
       0600-CUMULER-TACHES.
           OPEN INPUT TACHESCONS.
           IF WS-TACHESCONS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ TACHESCONS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF TCH-STATUT = 'OUVERTE'
                 MOVE TCH-CONSEILLER TO WS-CNS-CHERCHE
                 PERFORM 0900-TROUVER-CONSEILLER
                 ADD 1 TO WS-CNS-TACHES(WS-CNS-CUR)
              END-IF
              READ TACHESCONS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TACHESCONS.

       0700-ECRIRE-RAPPORT.
           MOVE SPACES TO CONSEIL-RPT-LINE.
           STRING "PORTEFEUILLES CONSEILLERS - MOIS " WS-MOIS
              " - ARRETE AU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO CONSEIL-RPT-LINE.
           WRITE CONSEIL-RPT-LINE.
           MOVE SPACES TO CONSEIL-RPT-LINE.
           WRITE CONSEIL-RPT-LINE.
           MOVE WS-CNS-ENTETE TO CONSEIL-RPT-LINE.
           WRITE CONSEIL-RPT-LINE.

           PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
              UNTIL WS-CNS-IDX > WS-CNS-COUNT
              MOVE WS-CNS-CODE(WS-CNS-IDX) TO CND-CODE
              MOVE WS-CNS-NOM(WS-CNS-IDX) TO CND-NOM
              MOVE WS-CNS-CLIENTS(WS-CNS-IDX) TO CND-CLIENTS
              MOVE WS-CNS-DEPOTS(WS-CNS-IDX) TO CND-DEPOTS
              MOVE WS-CNS-PRETS(WS-CNS-IDX) TO CND-PRETS
              MOVE WS-CNS-NOUVEAUX(WS-CNS-IDX) TO CND-NOUVEAUX
              MOVE WS-CNS-REVUES(WS-CNS-IDX) TO CND-REVUES
              MOVE WS-CNS-TACHES(WS-CNS-IDX) TO CND-TACHES
              MOVE WS-CNS-DETAIL TO CONSEIL-RPT-LINE
              WRITE CONSEIL-RPT-LINE
              ADD WS-CNS-CLIENTS(WS-CNS-IDX) TO WS-TOT-CLIENTS
              ADD WS-CNS-DEPOTS(WS-CNS-IDX) TO WS-TOT-DEPOTS
              ADD WS-CNS-PRETS(WS-CNS-IDX) TO WS-TOT-PRETS
              ADD WS-CNS-NOUVEAUX(WS-CNS-IDX) TO WS-TOT-NOUVEAUX
              ADD WS-CNS-REVUES(WS-CNS-IDX) TO WS-TOT-REVUES
              ADD WS-CNS-TACHES(WS-CNS-IDX) TO WS-TOT-TACHES
           END-PERFORM.

           MOVE SPACES TO CONSEIL-RPT-LINE.
           WRITE CONSEIL-RPT-LINE.
           MOVE 'TOTAL' TO CND-CODE.
           MOVE SPACES TO CND-NOM.
           MOVE WS-TOT-CLIENTS TO CND-CLIENTS.
           MOVE WS-TOT-DEPOTS TO CND-DEPOTS.
           MOVE WS-TOT-PRETS TO CND-PRETS.
           MOVE WS-TOT-NOUVEAUX TO CND-NOUVEAUX.
           MOVE WS-TOT-REVUES TO CND-REVUES.
           MOVE WS-TOT-TACHES TO CND-TACHES.
           MOVE WS-CNS-DETAIL TO CONSEIL-RPT-LINE.
           WRITE CONSEIL-RPT-LINE.

           IF WS-SANS-TAUX > ZEROES
              MOVE SPACES TO CONSEIL-RPT-LINE
              STRING "MONTANTS EN DEVISE SANS TAUX EUR (COMPTES A 1) : "
                 WS-SANS-TAUX
                 DELIMITED BY SIZE INTO CONSEIL-RPT-LINE
              WRITE CONSEIL-RPT-LINE
           END-IF.
           IF WS-TABLES-TRONQUE = 'OUI'
              MOVE SPACES TO CONSEIL-RPT-LINE
              STRING "TABLES PLEINES : RAPPORT INCOMPLET"
                 DELIMITED BY SIZE INTO CONSEIL-RPT-LINE
              WRITE CONSEIL-RPT-LINE
           END-IF.

      *> portefeuille du conseiller WS-CNS-CHERCHE dans WS-CNS-CUR,
      *> cree au besoin ; POOL (ou blanc) = ligne 1
       0900-TROUVER-CONSEILLER.
           MOVE 1 TO WS-CNS-CUR.
           IF WS-CNS-CHERCHE = SPACES OR WS-CNS-CHERCHE = 'POOL'
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CNS-IDX FROM 2 BY 1
              UNTIL WS-CNS-IDX > WS-CNS-COUNT
              IF WS-CNS-CODE(WS-CNS-IDX) = WS-CNS-CHERCHE
                 MOVE WS-CNS-IDX TO WS-CNS-CUR
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-CNS-COUNT < 200
              ADD 1 TO WS-CNS-COUNT
              MOVE WS-CNS-CHERCHE TO WS-CNS-CODE(WS-CNS-COUNT)
              MOVE SPACES TO WS-CNS-NOM(WS-CNS-COUNT)
              MOVE WS-CNS-COUNT TO WS-CNS-CUR
           ELSE
              MOVE 'OUI' TO WS-TABLES-TRONQUE
           END-IF.

       0910-TROUVER-CLIENT.
           MOVE 0 TO WS-CLI-CUR.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
              UNTIL WS-CLI-IDX > WS-CLI-COUNT
              IF WS-CLI-IDCLIENT(WS-CLI-IDX) = WS-CLI-CHERCHE
                 MOVE WS-CLI-IDX TO WS-CLI-CUR
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

       0915-AJOUTER-CLIENT.
           IF WS-CLI-COUNT < 5000
              ADD 1 TO WS-CLI-COUNT
              MOVE WS-CLI-CHERCHE TO WS-CLI-IDCLIENT(WS-CLI-COUNT)
              MOVE 1 TO WS-CLI-CNS(WS-CLI-COUNT)
              MOVE WS-CLI-COUNT TO WS-CLI-CUR
           ELSE
              MOVE 'OUI' TO WS-TABLES-TRONQUE
           END-IF.

       0920-TROUVER-COMPTE.
           MOVE 0 TO WS-CPT-CUR.
           PERFORM VARYING WS-CPT-IDX FROM 1 BY 1
              UNTIL WS-CPT-IDX > WS-CPT-COUNT
              IF WS-CPT-COMPTEID(WS-CPT-IDX) = WS-CPT-CHERCHE
                 MOVE WS-CPT-IDX TO WS-CPT-CUR
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

      *> client inconnu du roster et des affectations : POOL
       0930-CNS-DU-CLIENT.
           MOVE 1 TO WS-CNS-CUR.
           PERFORM 0910-TROUVER-CLIENT.
           IF WS-CLI-CUR > 0
              MOVE WS-CLI-CNS(WS-CLI-CUR) TO WS-CNS-CUR
           END-IF.

       0940-DEVISE-DU-COMPTE.
           MOVE 'EUR' TO WS-CONV-DEVISE.
           PERFORM 0920-TROUVER-COMPTE.
           IF WS-CPT-CUR > 0
              MOVE WS-CPT-DEVISE(WS-CPT-CUR) TO WS-CONV-DEVISE
           END-IF.

       0950-CONVERTIR-EUR.
           MOVE WS-CONV-MONTANT TO WS-CONV-EUR.
           IF WS-CONV-DEVISE = 'EUR' OR WS-CONV-DEVISE = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-TX-TROUVE.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT
              IF WS-TX-DEVISE(WS-TX-IDX) = WS-CONV-DEVISE
                 MOVE 'OUI' TO WS-TX-TROUVE
                 COMPUTE WS-CONV-EUR ROUNDED =
                    WS-CONV-MONTANT * WS-TX-TAUX(WS-TX-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-TX-TROUVE = 'NON'
              ADD 1 TO WS-SANS-TAUX
           END-IF.

       END PROGRAM conseilbatch.
