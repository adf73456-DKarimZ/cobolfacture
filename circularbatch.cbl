       IDENTIFICATION DIVISION.
       PROGRAM-ID. circularbatch.
       AUTHOR. D.KISAMA.

      *> Reponse aux demandes de confirmation des commissaires aux
      *> comptes (circularisation) : chaque annee l'auditeur d'un
      *> client entreprise nous demande de certifier, a la date de
      *> cloture de son client, tous ses soldes, prets, depots,
      *> cautions et signataires. Le registre CIRCULAR.DAT porte
      *> une demande par ligne (client, auditeur, date de cloture,
      *> date de reception), deposee 'A TRAITER' par le
      *> back-office ; un identifiant a zero recoit le suivant. A
      *> placer dans JOBPLAN.DAT apres soldehistbatch. Pour chaque
      *> demande dont la date de cloture est passee, le batch
      *> ecrit dans CIRCLETTRE.RPT la lettre de confirmation :
      *>   - chaque COMPTEID detenu par le client (hors simple
      *>     procuration) avec son solde a la date de cloture,
      *>     derniere photo SOLDEHIST.DAT a cette date ou avant,
      *>     ses titulaires (COMPTETITULAIRES.DAT) et les
      *>     procurations en vigueur a la cloture
      *>     (PROCURATIONS.DAT) ;
      *>   - les prets ouverts avec le capital restant du apres la
      *>     derniere echeance exigible a la cloture (PRETS.DAT et
      *>     PRETPLAN.DAT) ;
      *>   - les depots a terme en cours (DEPATERME.DAT) ;
      *>   - les cautions emises en vigueur (CAUTIONS.DAT).
      *> La lettre part au spool (CIRCULARISATION) et la demande
      *> passe REPONDU avec la date de reponse ; une demande dont la
      *> cloture n'est pas encore passee attend le passage suivant
      *> et figure sur CIRCULAR.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CIRCULAR ASSIGN TO "CIRCULAR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CIRCULAR-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-IXST.

           SELECT PROCURATIONS ASSIGN TO "PROCURATIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROCURATIONS-STATUS.

           SELECT SOLDEHIST ASSIGN TO "SOLDEHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOLDEHIST-STATUS.

           SELECT PRETS ASSIGN TO "PRETS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETS-STATUS.

           SELECT PRETPLAN ASSIGN TO "PRETPLAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETPLAN-STATUS.

           SELECT DEPATERME ASSIGN TO "DEPATERME.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPATERME-STATUS.

           SELECT CAUTIONS ASSIGN TO "CAUTIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAUTIONS-STATUS.

           SELECT CIRC-LETTRE ASSIGN TO "CIRCLETTRE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CIRC-RPT ASSIGN TO "CIRCULAR.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CIRCULAR.
       01 CIRCULAR-RECORD.
           05 CI-DEMANDEID       PIC 9(5).
           05 CI-IDCLIENT        PIC 9(5).
           05 CI-AUDITEUR        PIC X(40).
           05 CI-DATE-CLOTURE    PIC X(10).
           05 CI-DATE-RECUE      PIC X(10).
           05 CI-DATE-REPONSE    PIC X(10).
           05 CI-STATUT          PIC X(10).

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD PROCURATIONS.
       01 PROCURATIONS-RECORD.
           05 PX-COMPTEID        PIC 9(5).
           05 PX-MANDANT         PIC 9(5).
           05 PX-MANDATAIRE      PIC 9(5).
           05 PX-PORTEE          PIC X(12).
           05 PX-PLAFOND         PIC 9(5)V99.
           05 PX-DATE-DEBUT      PIC X(10).
           05 PX-DATE-FIN        PIC X(10).

       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

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

       FD CIRC-LETTRE.
       01 CIRC-LETTRE-LINE       PIC X(100).

       FD CIRC-RPT.
       01 CIRC-RPT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CIRCULAR-STATUS     PIC X(2).
       01 WS-TITULAIRES-IXST     PIC X(2).
       01 WS-PROCURATIONS-STATUS PIC X(2).
       01 WS-SOLDEHIST-STATUS    PIC X(2).
       01 WS-PRETS-STATUS        PIC X(2).
       01 WS-PRETPLAN-STATUS     PIC X(2).
       01 WS-DEPATERME-STATUS    PIC X(2).
       01 WS-CAUTIONS-STATUS     PIC X(2).
       01 WS-EOF-FICHIER         PIC X(3).
       01 WS-EOF-PLAN            PIC X(3).

      *> registre des demandes, reecrit en fin de passage
       01 WS-CI-TABLE.
           05 WS-CI-ENTRY OCCURS 500 TIMES.
              10 WS-CI-DEMANDEID       PIC 9(5).
              10 WS-CI-IDCLIENT        PIC 9(5).
              10 WS-CI-AUDITEUR        PIC X(40).
              10 WS-CI-DATE-CLOTURE    PIC X(10).
              10 WS-CI-DATE-RECUE      PIC X(10).
              10 WS-CI-DATE-REPONSE    PIC X(10).
              10 WS-CI-STATUT          PIC X(10).
       01 WS-CI-COUNT            PIC 9(3) VALUE 0.
       01 WS-CI-IDX              PIC 9(3).
       01 WS-CI-MAX-ID           PIC 9(5) VALUE 0.
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 5000 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
              10 WS-TIT-ROLE         PIC X(20).
       01 WS-TITULAIRES-COUNT    PIC 9(4) VALUE 0.
       01 WS-TIT-IDX             PIC 9(4).

       01 WS-PX-TABLE.
           05 WS-PX-ENTRY OCCURS 2000 TIMES.
              10 WS-PX-COMPTEID      PIC 9(5).
              10 WS-PX-MANDATAIRE    PIC 9(5).
              10 WS-PX-PORTEE        PIC X(12).
              10 WS-PX-PLAFOND       PIC 9(5)V99.
              10 WS-PX-DATE-DEBUT    PIC X(10).
              10 WS-PX-DATE-FIN      PIC X(10).
       01 WS-PX-COUNT            PIC 9(4) VALUE 0.
       01 WS-PX-IDX              PIC 9(4).

      *> comptes du client de la demande en cours, avec la
      *> derniere photo de solde a la date de cloture
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 50 TIMES.
              10 WS-CC-COMPTEID      PIC 9(5).
              10 WS-CC-ROLE          PIC X(20).
              10 WS-CC-DATE-PHOTO    PIC X(10).
              10 WS-CC-SOLDE         PIC S9(9)V99.
              10 WS-CC-DEVISE        PIC X(3).
       01 WS-CC-COUNT            PIC 9(3).
       01 WS-CC-IDX              PIC 9(3).

       01 WS-CLOTURE             PIC X(10).
       01 WS-CLIENT-LIBELLE      PIC X(41).
       01 WS-RESTANT             PIC 9(7)V99.
       01 WS-DATE-RESTANT        PIC X(10).
       01 WS-NB-LIGNES           PIC 9(3).

       01 WS-SOLDE-ED            PIC -(8)9.99.
       01 WS-MONTANT-ED          PIC Z(8)9.99.
       01 WS-PLAFOND-ED          PIC Z(4)9.99.
       01 WS-TAUX-ED             PIC Z9.99.

       01 WS-NB-REPONDUES        PIC 9(5) VALUE 0.
       01 WS-NB-EN-ATTENTE       PIC 9(5) VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

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

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'circularbatch'.
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
           PERFORM 0200-LOAD-REGISTRE.

           OPEN OUTPUT CIRC-RPT.
           MOVE SPACES TO CIRC-RPT-LINE.
           STRING "DEMANDES DE CONFIRMATION DES AUDITEURS DU "
              WS-TODAY-ISO
              DELIMITED BY SIZE INTO CIRC-RPT-LINE.
           WRITE CIRC-RPT-LINE.

           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** REGISTRE CIRCULAR.DAT TROP GRAND : ARRET"
                TO CIRC-RPT-LINE
              WRITE CIRC-RPT-LINE
              CLOSE CIRC-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0250-LOAD-TITULAIRES.
           PERFORM 0260-LOAD-PROCURATIONS.

           OPEN OUTPUT CIRC-LETTRE.
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              IF WS-CI-STATUT(WS-CI-IDX) = 'A TRAITER'
                 IF WS-CI-DATE-CLOTURE(WS-CI-IDX) < WS-TODAY-ISO
                    PERFORM 0300-REPONDRE-DEMANDE
                 ELSE
                    ADD 1 TO WS-NB-EN-ATTENTE
                    MOVE SPACES TO CIRC-RPT-LINE
                    STRING "DEMANDE " WS-CI-DEMANDEID(WS-CI-IDX)
                       " CLIENT " WS-CI-IDCLIENT(WS-CI-IDX)
                       " CLOTURE " WS-CI-DATE-CLOTURE(WS-CI-IDX)
                       " : CLOTURE NON ATTEINTE, EN ATTENTE"
                       DELIMITED BY SIZE INTO CIRC-RPT-LINE
                    WRITE CIRC-RPT-LINE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CIRC-LETTRE.

           PERFORM 0800-REWRITE-REGISTRE.

           MOVE SPACES TO CIRC-RPT-LINE.
           STRING "LETTRES EMISES: " WS-NB-REPONDUES
              "  EN ATTENTE: " WS-NB-EN-ATTENTE
              DELIMITED BY SIZE INTO CIRC-RPT-LINE.
           WRITE CIRC-RPT-LINE.
           CLOSE CIRC-RPT.

           MOVE 'CIRCULARISATION' TO WS-SPOOL-NOM.
           MOVE 'CIRCLETTRE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.
           MOVE 'CIRCULAR' TO WS-SPOOL-NOM.
           MOVE 'CIRCULAR.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-REPONDUES + WS-NB-EN-ATTENTE.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-LOAD-REGISTRE.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT CIRCULAR.
           IF WS-CIRCULAR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CIRCULAR
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF WS-CI-COUNT < 500
                 ADD 1 TO WS-CI-COUNT
                 MOVE CIRCULAR-RECORD TO WS-CI-ENTRY(WS-CI-COUNT)
                 IF CI-DEMANDEID > WS-CI-MAX-ID
                    MOVE CI-DEMANDEID TO WS-CI-MAX-ID
                 END-IF
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ CIRCULAR
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE CIRCULAR.

      *>    une demande saisie sans identifiant recoit le suivant, une
      *>    demande sans statut est a traiter
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              IF WS-CI-DEMANDEID(WS-CI-IDX) = ZEROES
                 ADD 1 TO WS-CI-MAX-ID
                 MOVE WS-CI-MAX-ID TO WS-CI-DEMANDEID(WS-CI-IDX)
              END-IF
              IF WS-CI-STATUT(WS-CI-IDX) = SPACES
                 MOVE 'A TRAITER' TO WS-CI-STATUT(WS-CI-IDX)
              END-IF
           END-PERFORM.

       0250-LOAD-TITULAIRES.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-IXST NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ TITULAIRES
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF WS-TITULAIRES-COUNT < 5000
                 ADD 1 TO WS-TITULAIRES-COUNT
                 MOVE TIT-COMPTEID
                   TO WS-TIT-COMPTEID(WS-TITULAIRES-COUNT)
                 MOVE TIT-IDCLIENT
                   TO WS-TIT-IDCLIENT(WS-TITULAIRES-COUNT)
                 MOVE TIT-ROLE TO WS-TIT-ROLE(WS-TITULAIRES-COUNT)
              END-IF
              READ TITULAIRES
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

       0260-LOAD-PROCURATIONS.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT PROCURATIONS.
           IF WS-PROCURATIONS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PROCURATIONS
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF WS-PX-COUNT < 2000
                 ADD 1 TO WS-PX-COUNT
                 MOVE PX-COMPTEID TO WS-PX-COMPTEID(WS-PX-COUNT)
                 MOVE PX-MANDATAIRE TO WS-PX-MANDATAIRE(WS-PX-COUNT)
                 MOVE PX-PORTEE TO WS-PX-PORTEE(WS-PX-COUNT)
                 MOVE PX-PLAFOND TO WS-PX-PLAFOND(WS-PX-COUNT)
                 MOVE PX-DATE-DEBUT TO WS-PX-DATE-DEBUT(WS-PX-COUNT)
                 MOVE PX-DATE-FIN TO WS-PX-DATE-FIN(WS-PX-COUNT)
              END-IF
              READ PROCURATIONS
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE PROCURATIONS.

      *>------------------------------------------------------------------------
      *> lettre de confirmation d'une demande
      *>------------------------------------------------------------------------
       0300-REPONDRE-DEMANDE.
           MOVE WS-CI-DATE-CLOTURE(WS-CI-IDX) TO WS-CLOTURE.

           MOVE WS-CI-IDCLIENT(WS-CI-IDX) TO L-CLIENT-ID.
           MOVE SPACES TO L-CLIENT-NOM.
           MOVE SPACES TO L-CLIENT-PRENOM.
           MOVE SPACES TO L-CLIENT-RSOCIALE.
           CALL 'fcdatasclient' USING
              L-CLIENT-ID, L-CLIENT-NOM, L-CLIENT-PRENOM,
              L-CLIENT-RSOCIALE, L-CLIENT-TYPECLIENT,
              L-CLIENT-EXTERNE, L-COMPTE-ID, L-COMPTE-IBAN,
              L-COMPTE-DTOUV, L-COMPTE-SOLDE, L-COMPTE-CLIENTID,
              L-COMPTE-AGENCE.
           MOVE SPACES TO WS-CLIENT-LIBELLE.
           IF L-CLIENT-NOM = 'MODE DEGRADE'
              CONTINUE
           ELSE
              IF L-CLIENT-RSOCIALE NOT = SPACES
                 MOVE L-CLIENT-RSOCIALE TO WS-CLIENT-LIBELLE
              ELSE
                 STRING FUNCTION TRIM(L-CLIENT-NOM) " "
                    FUNCTION TRIM(L-CLIENT-PRENOM)
                    DELIMITED BY SIZE INTO WS-CLIENT-LIBELLE
              END-IF
           END-IF.

           MOVE ALL '=' TO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE SPACES TO CIRC-LETTRE-LINE.
           STRING "CONFIRMATION DE SOLDES - DEMANDE "
              WS-CI-DEMANDEID(WS-CI-IDX)
              " DU " WS-CI-DATE-RECUE(WS-CI-IDX)
              DELIMITED BY SIZE INTO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE SPACES TO CIRC-LETTRE-LINE.
           STRING "A L'ATTENTION DE : " WS-CI-AUDITEUR(WS-CI-IDX)
              DELIMITED BY SIZE INTO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE SPACES TO CIRC-LETTRE-LINE.
           STRING "CLIENT " WS-CI-IDCLIENT(WS-CI-IDX) " "
              WS-CLIENT-LIBELLE
              DELIMITED BY SIZE INTO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE SPACES TO CIRC-LETTRE-LINE.
           STRING "NOUS CERTIFIONS LES ENGAGEMENTS CI-DESSOUS AU "
              WS-CLOTURE ", DATE DE CLOTURE DE L'EXERCICE."
              DELIMITED BY SIZE INTO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.

           PERFORM 0310-COMPTES-DU-CLIENT.
           PERFORM 0320-SOLDES-A-LA-CLOTURE.
           PERFORM 0330-ECRIRE-COMPTES.
           PERFORM 0400-ECRIRE-PRETS.
           PERFORM 0500-ECRIRE-DEPOTS.
           PERFORM 0600-ECRIRE-CAUTIONS.

           MOVE SPACES TO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE SPACES TO CIRC-LETTRE-LINE.
           STRING "ETABLI LE " WS-TODAY-ISO
              " - AUCUN AUTRE ENGAGEMENT N'EST ENREGISTRE A CETTE "
              "DATE."
              DELIMITED BY SIZE INTO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.

           MOVE 'REPONDU' TO WS-CI-STATUT(WS-CI-IDX).
           MOVE WS-TODAY-ISO TO WS-CI-DATE-REPONSE(WS-CI-IDX).
           ADD 1 TO WS-NB-REPONDUES.
           MOVE SPACES TO CIRC-RPT-LINE.
           STRING "DEMANDE " WS-CI-DEMANDEID(WS-CI-IDX)
              " CLIENT " WS-CI-IDCLIENT(WS-CI-IDX)
              " CLOTURE " WS-CLOTURE
              " : LETTRE EMISE, " WS-CC-COUNT " COMPTE(S)"
              DELIMITED BY SIZE INTO CIRC-RPT-LINE.
           WRITE CIRC-RPT-LINE.

      *> comptes detenus en propre ; la simple procuration relevant
      *> du mandant, elle n'entre pas dans la confirmation
       0310-COMPTES-DU-CLIENT.
           MOVE ZEROES TO WS-CC-COUNT.
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
              UNTIL WS-TIT-IDX > WS-TITULAIRES-COUNT
              IF WS-TIT-IDCLIENT(WS-TIT-IDX)
                 = WS-CI-IDCLIENT(WS-CI-IDX)
                 AND WS-TIT-ROLE(WS-TIT-IDX)(1:11)
                    NOT = 'PROCURATION'
                 AND WS-CC-COUNT < 50
                 ADD 1 TO WS-CC-COUNT
                 MOVE WS-TIT-COMPTEID(WS-TIT-IDX)
                   TO WS-CC-COMPTEID(WS-CC-COUNT)
                 MOVE WS-TIT-ROLE(WS-TIT-IDX)
                   TO WS-CC-ROLE(WS-CC-COUNT)
                 MOVE SPACES TO WS-CC-DATE-PHOTO(WS-CC-COUNT)
                 MOVE ZEROES TO WS-CC-SOLDE(WS-CC-COUNT)
                 MOVE SPACES TO WS-CC-DEVISE(WS-CC-COUNT)
              END-IF
           END-PERFORM.

      *> derniere photo de solde prise a la date de cloture ou avant
      *> (une cloture un jour non ouvre reprend la veille ouvree)
       0320-SOLDES-A-LA-CLOTURE.
           IF WS-CC-COUNT = ZEROES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT SOLDEHIST.
           IF WS-SOLDEHIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SOLDEHIST
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF SH-DATE NOT > WS-CLOTURE
                 PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                    UNTIL WS-CC-IDX > WS-CC-COUNT
                    IF WS-CC-COMPTEID(WS-CC-IDX) = SH-COMPTEID
                       AND SH-DATE NOT < WS-CC-DATE-PHOTO(WS-CC-IDX)
                       MOVE SH-DATE TO WS-CC-DATE-PHOTO(WS-CC-IDX)
                       MOVE SH-SOLDE TO WS-CC-SOLDE(WS-CC-IDX)
                       MOVE SH-DEVISE TO WS-CC-DEVISE(WS-CC-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              READ SOLDEHIST
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE SOLDEHIST.

       0330-ECRIRE-COMPTES.
           MOVE SPACES TO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE "1. COMPTES, SOLDES A LA CLOTURE ET SIGNATAIRES"
             TO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           IF WS-CC-COUNT = ZEROES
              MOVE "   NEANT" TO CIRC-LETTRE-LINE
              WRITE CIRC-LETTRE-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-COUNT
              MOVE SPACES TO CIRC-LETTRE-LINE
              IF WS-CC-DATE-PHOTO(WS-CC-IDX) = SPACES
                 STRING "   COMPTE " WS-CC-COMPTEID(WS-CC-IDX)
                    "  SOLDE : AUCUN SOLDE CONNU A CETTE DATE"
                    DELIMITED BY SIZE INTO CIRC-LETTRE-LINE
              ELSE
                 MOVE WS-CC-SOLDE(WS-CC-IDX) TO WS-SOLDE-ED
                 STRING "   COMPTE " WS-CC-COMPTEID(WS-CC-IDX)
                    "  SOLDE " WS-SOLDE-ED " "
                    WS-CC-DEVISE(WS-CC-IDX)
                    "  (ARRETE DU " WS-CC-DATE-PHOTO(WS-CC-IDX) ")"
                    DELIMITED BY SIZE INTO CIRC-LETTRE-LINE
              END-IF
              WRITE CIRC-LETTRE-LINE
              PERFORM 0340-ECRIRE-SIGNATAIRES
           END-PERFORM.

      *> titulaires du compte puis procurations en vigueur a la
      *> cloture
       0340-ECRIRE-SIGNATAIRES.
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
              UNTIL WS-TIT-IDX > WS-TITULAIRES-COUNT
              IF WS-TIT-COMPTEID(WS-TIT-IDX)
                 = WS-CC-COMPTEID(WS-CC-IDX)
                 MOVE SPACES TO CIRC-LETTRE-LINE
                 STRING "      CLIENT " WS-TIT-IDCLIENT(WS-TIT-IDX)
                    "  " WS-TIT-ROLE(WS-TIT-IDX)
                    DELIMITED BY SIZE INTO CIRC-LETTRE-LINE
                 WRITE CIRC-LETTRE-LINE
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-PX-IDX FROM 1 BY 1
              UNTIL WS-PX-IDX > WS-PX-COUNT
              IF WS-PX-COMPTEID(WS-PX-IDX) = WS-CC-COMPTEID(WS-CC-IDX)
                 AND WS-PX-DATE-DEBUT(WS-PX-IDX) NOT > WS-CLOTURE
                 AND (WS-PX-DATE-FIN(WS-PX-IDX) = SPACES
                   OR WS-PX-DATE-FIN(WS-PX-IDX) NOT < WS-CLOTURE)
                 MOVE WS-PX-PLAFOND(WS-PX-IDX) TO WS-PLAFOND-ED
                 MOVE SPACES TO CIRC-LETTRE-LINE
                 STRING "      CLIENT " WS-PX-MANDATAIRE(WS-PX-IDX)
                    "  MANDATAIRE " WS-PX-PORTEE(WS-PX-IDX)
                    " PLAFOND " WS-PLAFOND-ED
                    " DU " WS-PX-DATE-DEBUT(WS-PX-IDX)
                    " AU " WS-PX-DATE-FIN(WS-PX-IDX)
                    DELIMITED BY SIZE INTO CIRC-LETTRE-LINE
                 WRITE CIRC-LETTRE-LINE
              END-IF
           END-PERFORM.

      *>------------------------------------------------------------------------
      *> prets ouverts a la cloture : capital restant du apres la
      *> derniere echeance exigible a cette date, capital initial si
      *> aucune echeance n'est encore tombee
      *>------------------------------------------------------------------------
       0400-ECRIRE-PRETS.
           MOVE SPACES TO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE "2. PRETS - CAPITAL RESTANT DU" TO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE ZEROES TO WS-NB-LIGNES.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT PRETS.
           IF WS-PRETS-STATUS NOT = "00"
              MOVE 'OUI' TO WS-EOF-FICHIER
           ELSE
              READ PRETS
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-IF.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF PR-IDCLIENT = WS-CI-IDCLIENT(WS-CI-IDX)
                 AND PR-STATUT NOT = 'NOUVEAU'
                 AND PR-DATE-DEBUT NOT > WS-CLOTURE
                 PERFORM 0410-CAPITAL-RESTANT
                 IF WS-RESTANT > ZEROES
                    ADD 1 TO WS-NB-LIGNES
                    MOVE PR-TAUX-ANNUEL TO WS-TAUX-ED
                    MOVE WS-RESTANT TO WS-MONTANT-ED
                    MOVE SPACES TO CIRC-LETTRE-LINE
                    STRING "   PRET " PR-PRETID
                       "  COMPTE " PR-COMPTEID
                       "  TAUX " WS-TAUX-ED
                       "%  RESTANT DU " WS-MONTANT-ED " EUR"
                       DELIMITED BY SIZE INTO CIRC-LETTRE-LINE
                    WRITE CIRC-LETTRE-LINE
                 END-IF
              END-IF
              READ PRETS
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           IF WS-PRETS-STATUS = "00"
              CLOSE PRETS
           END-IF.
           IF WS-NB-LIGNES = ZEROES
              MOVE "   NEANT" TO CIRC-LETTRE-LINE
              WRITE CIRC-LETTRE-LINE
           END-IF.

       0410-CAPITAL-RESTANT.
           MOVE PR-CAPITAL TO WS-RESTANT.
           MOVE SPACES TO WS-DATE-RESTANT.
           MOVE 'NON' TO WS-EOF-PLAN.
           OPEN INPUT PRETPLAN.
           IF WS-PRETPLAN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PRETPLAN
              AT END MOVE 'OUI' TO WS-EOF-PLAN
           END-READ.
           PERFORM UNTIL WS-EOF-PLAN = 'OUI'
              IF PP-PRETID = PR-PRETID
                 AND PP-STATUT NOT = 'REMPLACEE'
                 AND PP-DATE-EXIG NOT > WS-CLOTURE
                 AND PP-DATE-EXIG NOT < WS-DATE-RESTANT
                 MOVE PP-DATE-EXIG TO WS-DATE-RESTANT
                 MOVE PP-CAPITAL-RESTANT TO WS-RESTANT
              END-IF
              READ PRETPLAN
                 AT END MOVE 'OUI' TO WS-EOF-PLAN
              END-READ
           END-PERFORM.
           CLOSE PRETPLAN.

      *>------------------------------------------------------------------------
      *> depots a terme ouverts a la cloture et non encore echus
      *>------------------------------------------------------------------------
       0500-ECRIRE-DEPOTS.
           MOVE SPACES TO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE "3. DEPOTS A TERME" TO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE ZEROES TO WS-NB-LIGNES.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT DEPATERME.
           IF WS-DEPATERME-STATUS NOT = "00"
              MOVE 'OUI' TO WS-EOF-FICHIER
           ELSE
              READ DEPATERME
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-IF.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF DT-IDCLIENT = WS-CI-IDCLIENT(WS-CI-IDX)
                 AND DT-DATE-OUVERTURE NOT > WS-CLOTURE
                 AND (DT-STATUT = 'ACTIF'
                   OR DT-DATE-ECHEANCE > WS-CLOTURE)
                 ADD 1 TO WS-NB-LIGNES
                 MOVE DT-MONTANT TO WS-SOLDE-ED
                 MOVE DT-TAUX TO WS-TAUX-ED
                 MOVE SPACES TO CIRC-LETTRE-LINE
                 STRING "   DEPOT " DT-DEPOTID
                    "  COMPTE " DT-COMPTEID
                    "  " WS-SOLDE-ED " EUR"
                    "  TAUX " WS-TAUX-ED
                    "%  ECHEANCE " DT-DATE-ECHEANCE
                    DELIMITED BY SIZE INTO CIRC-LETTRE-LINE
                 WRITE CIRC-LETTRE-LINE
              END-IF
              READ DEPATERME
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           IF WS-DEPATERME-STATUS = "00"
              CLOSE DEPATERME
           END-IF.
           IF WS-NB-LIGNES = ZEROES
              MOVE "   NEANT" TO CIRC-LETTRE-LINE
              WRITE CIRC-LETTRE-LINE
           END-IF.

      *>------------------------------------------------------------------------
      *> cautions emises en vigueur a la cloture (ni en attente de
      *> validation, ni rejetees, ni levees ou appelees avant)
      *>------------------------------------------------------------------------
       0600-ECRIRE-CAUTIONS.
           MOVE SPACES TO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE "4. CAUTIONS ET GARANTIES EMISES" TO CIRC-LETTRE-LINE.
           WRITE CIRC-LETTRE-LINE.
           MOVE ZEROES TO WS-NB-LIGNES.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT CAUTIONS.
           IF WS-CAUTIONS-STATUS NOT = "00"
              MOVE 'OUI' TO WS-EOF-FICHIER
           ELSE
              READ CAUTIONS
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-IF.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF CA-IDCLIENT = WS-CI-IDCLIENT(WS-CI-IDX)
                 AND CA-STATUT NOT = 'EN ATTENTE'
                 AND CA-STATUT NOT = 'REJETEE'
                 AND CA-DATE-DEBUT NOT > WS-CLOTURE
                 AND CA-DATE-ECHEANCE NOT < WS-CLOTURE
                 AND (CA-DATE-FIN = SPACES
                   OR CA-DATE-FIN > WS-CLOTURE)
                 ADD 1 TO WS-NB-LIGNES
                 MOVE CA-MONTANT TO WS-MONTANT-ED
                 MOVE SPACES TO CIRC-LETTRE-LINE
                 STRING "   CAUTION " CA-CAUTIONID
                    "  " CA-BENEFICIAIRE
                    " " WS-MONTANT-ED " EUR"
                    "  ECHEANCE " CA-DATE-ECHEANCE
                    DELIMITED BY SIZE INTO CIRC-LETTRE-LINE
                 WRITE CIRC-LETTRE-LINE
              END-IF
              READ CAUTIONS
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           IF WS-CAUTIONS-STATUS = "00"
              CLOSE CAUTIONS
           END-IF.
           IF WS-NB-LIGNES = ZEROES
              MOVE "   NEANT" TO CIRC-LETTRE-LINE
              WRITE CIRC-LETTRE-LINE
           END-IF.

       0800-REWRITE-REGISTRE.
           IF WS-CI-COUNT = ZEROES
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CIRCULAR.
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              MOVE WS-CI-ENTRY(WS-CI-IDX) TO CIRCULAR-RECORD
              WRITE CIRCULAR-RECORD
           END-PERFORM.
           CLOSE CIRCULAR.

       END PROGRAM circularbatch.
