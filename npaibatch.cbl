       IDENTIFICATION DIVISION.
       PROGRAM-ID. npaibatch.
       AUTHOR. D.KISAMA.

      *> Batch mensuel du courrier revenu (NPAI, "n'habite pas a
      *> l'adresse indiquee") : liste, par agence, les clients dont
      *> l'adresse courante d'ADRESSES.DAT (derniere ligne sans date
      *> de fin) porte encore la marque ADR-NPAI posee par l'ecran
      *> COURRIER REVENU d'activity2banq. Pour chaque client :
      *> date du retour, anciennete de la marque en jours a la date
      *> de traitement busdate, et nombre de lignes de documents
      *> gardees au courrier retenu COURRIERRET.DAT (npaicourrier).
      *> L'agence est celle du compte servie par fcdatasclient
      *> (NON AFFECT en mode degrade), comme dans pnbbatch. Le
      *> cumul par agence repartit les clients par anciennete
      *> (moins de 30 jours, 30 a 89, 90 a 179, 180 et plus) : les
      *> marques anciennes sont les clients a relancer en priorite.
      *> Le rapport NPAI.RPT reprend ensuite les alertes du mois
      *> envoyees aux agences (NPAIALERTE.RPT), puis ce fichier est
      *> remis a vide pour le mois suivant ; il est inscrit au spool
      *> pour consultation depuis l'ecran du catalogue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADRESSES ASSIGN TO "ADRESSES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADRESSES-STATUS.

           SELECT COURRIERRET ASSIGN TO "COURRIERRET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COURRIERRET-STATUS.

           SELECT NPAIALERTE ASSIGN TO "NPAIALERTE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NPAIALERTE-STATUS.

           SELECT NPAI-RPT ASSIGN TO "NPAI.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ADRESSES.
       01 ADRESSES-RECORD.
           05 ADR-IDCLIENT       PIC 9(5).
           05 ADR-LIGNE1         PIC X(30).
           05 ADR-CODEPOSTAL     PIC X(5).
           05 ADR-VILLE          PIC X(20).
           05 ADR-PAYS           PIC X(20).
           05 ADR-TEL            PIC X(15).
           05 ADR-EMAIL          PIC X(40).
           05 ADR-DATE-DEBUT     PIC X(10).
           05 ADR-DATE-FIN       PIC X(10).
           05 ADR-NPAI           PIC X(3).
           05 ADR-NPAI-DATE      PIC X(10).

       FD COURRIERRET.
           COPY "COURRIERRET.cpy".

       FD NPAIALERTE.
       01 NPAIALERTE-LINE        PIC X(132).

       FD NPAI-RPT.
       01 NPAI-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ADRESSES-STATUS    PIC X(2).
       01 WS-COURRIERRET-STATUS PIC X(2).
       01 WS-NPAIALERTE-STATUS  PIC X(2).
       01 WS-EOF                PIC X(3).

      *> une ligne par client ayant une adresse courante ; la
      *> derniere ligne courante du client fait foi
       01 WS-CLI-TABLE.
           05 WS-CLI-ENTRY OCCURS 2000 TIMES.
              10 WS-CLI-IDCLIENT     PIC 9(5).
              10 WS-CLI-NPAI         PIC X(3).
              10 WS-CLI-NPAI-DATE    PIC X(10).
              10 WS-CLI-AGENCE       PIC X(10).
              10 WS-CLI-JOURS        PIC 9(5).
              10 WS-CLI-RETENUS      PIC 9(5).
       01 WS-CLI-COUNT          PIC 9(4) VALUE 0.
       01 WS-CLI-MAX            PIC 9(4) VALUE 2000.
       01 WS-IDX                PIC 9(4).
       01 WS-CUR-IDX            PIC 9(4).
       01 WS-CLI-HORS-TABLE     PIC 9(5) VALUE 0.

      *> cumul par agence et par anciennete de la marque
       01 WS-AG-TABLE.
           05 WS-AG-ENTRY OCCURS 200 TIMES.
              10 WS-AG-AGENCE        PIC X(10).
              10 WS-AG-NB-CLIENTS    PIC 9(5).
              10 WS-AG-MOINS-30      PIC 9(5).
              10 WS-AG-30-89         PIC 9(5).
              10 WS-AG-90-179        PIC 9(5).
              10 WS-AG-180-PLUS      PIC 9(5).
              10 WS-AG-RETENUS       PIC 9(7).
       01 WS-AG-COUNT           PIC 9(3) VALUE 0.
       01 WS-AG-IDX             PIC 9(3).
       01 WS-TROUVE             PIC X(3).

       01 WS-AGENCE-INCONNUE    PIC X(10) VALUE 'NON AFFECT'.
       01 WS-NB-NPAI            PIC 9(5) VALUE 0.
       01 WS-NB-ALERTES         PIC 9(5) VALUE 0.

      *> anciennete : date du retour AAAA-MM-JJ contre la date de
      *> traitement
       01 WS-TODAY-YYYYMMDD     PIC 9(8).
       01 WS-NPAI-YYYYMMDD      PIC 9(8).
       01 WS-NPAI-X REDEFINES WS-NPAI-YYYYMMDD.
           05 WS-NPAI-YEAR      PIC X(4).
           05 WS-NPAI-MM        PIC X(2).
           05 WS-NPAI-DD        PIC X(2).
       01 WS-JOURS              PIC S9(7).

      *> zones fcdatasclient (memes noms que pnbbatch)
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

       01 WS-NPAI-TITRE.
           05 FILLER             PIC X(36) VALUE
              "COURRIER REVENU (NPAI) AU ".
           05 NPT-DATE           PIC X(10).

       01 WS-NPAI-ENTETE.
           05 FILLER             PIC X(18) VALUE
              "AGENCE     CLIENT".
           05 FILLER             PIC X(12) VALUE "RETOUR LE".
           05 FILLER             PIC X(8) VALUE "   JOURS".
           05 FILLER             PIC X(10) VALUE "  RETENUS".

       01 WS-NPAI-DETAIL.
           05 NPD-AGENCE         PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 NPD-IDCLIENT       PIC X(7).
           05 NPD-DATE           PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 NPD-JOURS          PIC Z(7)9.
           05 NPD-RETENUS        PIC Z(9)9.

       01 WS-NPAI-AG-ENTETE.
           05 FILLER             PIC X(18) VALUE
              "AGENCE     CLIENTS".
           05 FILLER             PIC X(8) VALUE "   < 30".
           05 FILLER             PIC X(8) VALUE "  30-89".
           05 FILLER             PIC X(8) VALUE " 90-179".
           05 FILLER             PIC X(8) VALUE "  180 +".
           05 FILLER             PIC X(10) VALUE "  RETENUS".

       01 WS-NPAI-AG-DETAIL.
           05 NPA-AGENCE         PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 NPA-NB-CLIENTS     PIC Z(6)9.
           05 NPA-MOINS-30       PIC Z(7)9.
           05 NPA-30-89          PIC Z(7)9.
           05 NPA-90-179         PIC Z(7)9.
           05 NPA-180-PLUS       PIC Z(7)9.
           05 NPA-RETENUS        PIC Z(9)9.

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'npaibatch'.
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
           CALL 'busdate' USING WS-BD-ACTION, WS-TODAY-YYYYMMDD,
              WS-BD-DATE-ISO.

           PERFORM 0200-LOAD-ADRESSES.
           PERFORM 0300-COMPTER-RETENUS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLI-COUNT
              IF WS-CLI-NPAI(WS-IDX) = 'OUI'
                 ADD 1 TO WS-NB-NPAI
                 PERFORM 0400-AGENCE-CLIENT
                 PERFORM 0450-ANCIENNETE
                 PERFORM 0600-CUMUL-AGENCE
              END-IF
           END-PERFORM.

           OPEN OUTPUT NPAI-RPT.
           PERFORM 0700-ECRIRE-CLIENTS.
           PERFORM 0750-ECRIRE-AGENCES.
           PERFORM 0800-REPRENDRE-ALERTES.
           IF WS-CLI-HORS-TABLE > ZEROES
              MOVE SPACES TO NPAI-RPT-LINE
              STRING "CLIENTS NON TRAITES (TABLE PLEINE) : "
                 WS-CLI-HORS-TABLE
                 DELIMITED BY SIZE INTO NPAI-RPT-LINE
              WRITE NPAI-RPT-LINE
           END-IF.
           CLOSE NPAI-RPT.

           DISPLAY "NPAI " WS-BD-DATE-ISO " : " WS-NB-NPAI
              " clients, " WS-AG-COUNT " agences, " WS-NB-ALERTES
              " alertes du mois".
           MOVE 'NPAI' TO WS-SPOOL-NOM.
           MOVE 'NPAI.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

      *>    trace du passage au grand livre des batchs
           MOVE WS-NB-NPAI TO WS-BR-RECORDS.
           MOVE WS-CLI-HORS-TABLE TO WS-BR-FAILED.
           IF WS-CLI-HORS-TABLE = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

      *> adresses courantes : une ligne de table par client, la
      *> derniere ligne courante remplace les precedentes
       0200-LOAD-ADRESSES.
           OPEN INPUT ADRESSES.
           IF WS-ADRESSES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ ADRESSES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF ADR-DATE-FIN = SPACES
                 PERFORM 0900-TROUVER-CLIENT
                 IF WS-CUR-IDX > ZEROES
                    IF ADR-NPAI = 'OUI'
                       MOVE 'OUI' TO WS-CLI-NPAI(WS-CUR-IDX)
                       MOVE ADR-NPAI-DATE
                          TO WS-CLI-NPAI-DATE(WS-CUR-IDX)
                    ELSE
                       MOVE 'NON' TO WS-CLI-NPAI(WS-CUR-IDX)
                       MOVE SPACES TO WS-CLI-NPAI-DATE(WS-CUR-IDX)
                    END-IF
                 END-IF
              END-IF
              READ ADRESSES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE ADRESSES.

      *> lignes de documents gardees au courrier retenu, par client
       0300-COMPTER-RETENUS.
           OPEN INPUT COURRIERRET.
           IF WS-COURRIERRET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ COURRIERRET
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CLI-COUNT
                 IF WS-CLI-IDCLIENT(WS-IDX) = CRT-IDCLIENT
                    ADD 1 TO WS-CLI-RETENUS(WS-IDX)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              READ COURRIERRET
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE COURRIERRET.

       0400-AGENCE-CLIENT.
           MOVE WS-CLI-IDCLIENT(WS-IDX) TO L-CLIENT-ID.
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
              MOVE L-COMPTE-AGENCE TO WS-CLI-AGENCE(WS-IDX)
           END-IF.

      *> jours depuis le retour ; une date illisible compte comme un
      *> retour du jour
       0450-ANCIENNETE.
           MOVE ZEROES TO WS-CLI-JOURS(WS-IDX).
           MOVE WS-CLI-NPAI-DATE(WS-IDX)(1:4) TO WS-NPAI-YEAR.
           MOVE WS-CLI-NPAI-DATE(WS-IDX)(6:2) TO WS-NPAI-MM.
           MOVE WS-CLI-NPAI-DATE(WS-IDX)(9:2) TO WS-NPAI-DD.
           IF WS-NPAI-X IS NOT NUMERIC
              OR WS-NPAI-YYYYMMDD > WS-TODAY-YYYYMMDD
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NPAI-YYYYMMDD)
              NOT = ZEROES
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JOURS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
              - FUNCTION INTEGER-OF-DATE(WS-NPAI-YYYYMMDD).
           IF WS-JOURS > 99999
              MOVE 99999 TO WS-JOURS
           END-IF.
           MOVE WS-JOURS TO WS-CLI-JOURS(WS-IDX).

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
                    WS-AG-MOINS-30(WS-AG-IDX) WS-AG-30-89(WS-AG-IDX)
                    WS-AG-90-179(WS-AG-IDX) WS-AG-180-PLUS(WS-AG-IDX)
                    WS-AG-RETENUS(WS-AG-IDX)
              END-IF
           END-IF.
           ADD 1 TO WS-AG-NB-CLIENTS(WS-AG-IDX).
           EVALUATE TRUE
              WHEN WS-CLI-JOURS(WS-IDX) < 30
                 ADD 1 TO WS-AG-MOINS-30(WS-AG-IDX)
              WHEN WS-CLI-JOURS(WS-IDX) < 90
                 ADD 1 TO WS-AG-30-89(WS-AG-IDX)
              WHEN WS-CLI-JOURS(WS-IDX) < 180
                 ADD 1 TO WS-AG-90-179(WS-AG-IDX)
              WHEN OTHER
                 ADD 1 TO WS-AG-180-PLUS(WS-AG-IDX)
           END-EVALUATE.
           ADD WS-CLI-RETENUS(WS-IDX) TO WS-AG-RETENUS(WS-AG-IDX).

      *> detail des clients marques, agence par agence
       0700-ECRIRE-CLIENTS.
           MOVE WS-BD-DATE-ISO TO NPT-DATE.
           MOVE WS-NPAI-TITRE TO NPAI-RPT-LINE.
           WRITE NPAI-RPT-LINE.
           MOVE WS-NPAI-ENTETE TO NPAI-RPT-LINE.
           WRITE NPAI-RPT-LINE.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-COUNT
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CLI-COUNT
                 IF WS-CLI-NPAI(WS-IDX) = 'OUI'
                    AND WS-CLI-AGENCE(WS-IDX) = WS-AG-AGENCE(WS-AG-IDX)
                    MOVE WS-CLI-AGENCE(WS-IDX) TO NPD-AGENCE
                    MOVE WS-CLI-IDCLIENT(WS-IDX) TO NPD-IDCLIENT
                    MOVE WS-CLI-NPAI-DATE(WS-IDX) TO NPD-DATE
                    MOVE WS-CLI-JOURS(WS-IDX) TO NPD-JOURS
                    MOVE WS-CLI-RETENUS(WS-IDX) TO NPD-RETENUS
                    MOVE WS-NPAI-DETAIL TO NPAI-RPT-LINE
                    WRITE NPAI-RPT-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

       0750-ECRIRE-AGENCES.
           MOVE SPACES TO NPAI-RPT-LINE.
           WRITE NPAI-RPT-LINE.
           MOVE "CUMUL PAR AGENCE ET ANCIENNETE DE LA MARQUE (JOURS)"
              TO NPAI-RPT-LINE.
           WRITE NPAI-RPT-LINE.
           MOVE WS-NPAI-AG-ENTETE TO NPAI-RPT-LINE.
           WRITE NPAI-RPT-LINE.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-COUNT
              MOVE WS-AG-AGENCE(WS-AG-IDX) TO NPA-AGENCE
              MOVE WS-AG-NB-CLIENTS(WS-AG-IDX) TO NPA-NB-CLIENTS
              MOVE WS-AG-MOINS-30(WS-AG-IDX) TO NPA-MOINS-30
              MOVE WS-AG-30-89(WS-AG-IDX) TO NPA-30-89
              MOVE WS-AG-90-179(WS-AG-IDX) TO NPA-90-179
              MOVE WS-AG-180-PLUS(WS-AG-IDX) TO NPA-180-PLUS
              MOVE WS-AG-RETENUS(WS-AG-IDX) TO NPA-RETENUS
              MOVE WS-NPAI-AG-DETAIL TO NPAI-RPT-LINE
              WRITE NPAI-RPT-LINE
           END-PERFORM.
           MOVE SPACES TO NPAI-RPT-LINE.
           STRING "CLIENTS MARQUES NPAI : " WS-NB-NPAI
              DELIMITED BY SIZE INTO NPAI-RPT-LINE.
           WRITE NPAI-RPT-LINE.

      *> alertes envoyees aux agences depuis le dernier passage,
      *> puis remise a vide du fichier pour le mois suivant
       0800-REPRENDRE-ALERTES.
           MOVE SPACES TO NPAI-RPT-LINE.
           WRITE NPAI-RPT-LINE.
           MOVE "ALERTES DU MOIS AUX AGENCES" TO NPAI-RPT-LINE.
           WRITE NPAI-RPT-LINE.
           OPEN INPUT NPAIALERTE.
           IF WS-NPAIALERTE-STATUS NOT = "00"
              MOVE "AUCUNE ALERTE" TO NPAI-RPT-LINE
              WRITE NPAI-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ NPAIALERTE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              ADD 1 TO WS-NB-ALERTES
              MOVE NPAIALERTE-LINE TO NPAI-RPT-LINE
              WRITE NPAI-RPT-LINE
              READ NPAIALERTE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE NPAIALERTE.
           OPEN OUTPUT NPAIALERTE.
           CLOSE NPAIALERTE.
           MOVE SPACES TO NPAI-RPT-LINE.
           STRING "ALERTES REPRISES : " WS-NB-ALERTES
              DELIMITED BY SIZE INTO NPAI-RPT-LINE.
           WRITE NPAI-RPT-LINE.

      *> ligne de table du client ADR-IDCLIENT, creee au besoin
       0900-TROUVER-CLIENT.
           MOVE ZEROES TO WS-CUR-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLI-COUNT
              IF WS-CLI-IDCLIENT(WS-IDX) = ADR-IDCLIENT
                 MOVE WS-IDX TO WS-CUR-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CUR-IDX = ZEROES
              IF WS-CLI-COUNT NOT < WS-CLI-MAX
                 ADD 1 TO WS-CLI-HORS-TABLE
              ELSE
                 ADD 1 TO WS-CLI-COUNT
                 MOVE WS-CLI-COUNT TO WS-CUR-IDX
                 MOVE ADR-IDCLIENT TO WS-CLI-IDCLIENT(WS-CUR-IDX)
                 MOVE 'NON' TO WS-CLI-NPAI(WS-CUR-IDX)
                 MOVE SPACES TO WS-CLI-NPAI-DATE(WS-CUR-IDX)
                 MOVE WS-AGENCE-INCONNUE TO WS-CLI-AGENCE(WS-CUR-IDX)
                 MOVE ZEROES TO WS-CLI-JOURS(WS-CUR-IDX)
                    WS-CLI-RETENUS(WS-CUR-IDX)
              END-IF
           END-IF.

       END PROGRAM npaibatch.
