       IDENTIFICATION DIVISION.
       PROGRAM-ID. soldedispo.
       AUTHOR. D.KISAMA.

      *> Solde disponible d'un compte pour l'affichage (ecran client
      *> d'achat CB, consultation des comptes d'activity2banq) : a
      *> partir du solde comptable connu de l'appelant, retranche les
      *> memes retenues que celles qui decident un debit dans
      *> opdebit/opprelev -- saisies-attributions ACTIVE, nantissements
      *> ACTIF du compte (type C), montants bloques en garantie des
      *> cautions ACTIVE et autorisations carte/automate EN COURS du
      *> registre AUTORCB.DAT non encore expirees. Le module
      *> ne decide rien et n'ecrit rien : opdebit et opprelev gardent
      *> leur propre calcul, sous le verrou de COMPTES.DAT.
      *> Les cheques remis sauf bonne fin (REMISECHQ.DAT, CREDITE ou
      *> ENVOYE) restent retenus jusqu'a leur date de disponibilite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SAISIES ASSIGN TO "SAISIES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SAISIES-STATUS.

           SELECT NANTIS ASSIGN TO "NANTIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NANTIS-STATUS.

           SELECT CAUTIONS ASSIGN TO "CAUTIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAUTIONS-STATUS.

           SELECT AUTORCB ASSIGN TO "AUTORCB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTORCB-STATUS.

           SELECT AUTORPARM ASSIGN TO "AUTORPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTORPARM-STATUS.

           SELECT REMISECHQ ASSIGN TO "REMISECHQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REMISECHQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SAISIES.
       01 SAISIES-RECORD.
           05 SA-COMPTEID        PIC 9(5).
           05 SA-TYPE            PIC X(15).
           05 SA-MONTANT         PIC 9(5)V99.
           05 SA-REFERENCE       PIC X(16).
           05 SA-DATE-DEBUT      PIC X(10).
           05 SA-DATE-FIN        PIC X(10).
           05 SA-STATUT          PIC X(10).

       FD NANTIS.
       01 NANTIS-RECORD.
           05 NT-NANTID          PIC 9(5).
           05 NT-PRETID          PIC 9(5).
           05 NT-TYPE            PIC X(1).
           05 NT-COMPTEID        PIC 9(5).
           05 NT-DEPOTID         PIC 9(10).
           05 NT-MONTANT         PIC 9(7)V99.
           05 NT-DATE-POSE       PIC X(10).
           05 NT-DATE-FIN        PIC X(10).
           05 NT-MONTANT-APPELE  PIC 9(7)V99.
           05 NT-STATUT          PIC X(10).

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

       FD AUTORCB.
       01 AUTORCB-RECORD.
           05 AH-REFERENCE       PIC X(16).
           05 AH-TYPE            PIC X(12).
           05 AH-COMPTEID        PIC 9(5).
           05 AH-MONTANT         PIC 9(5)V99.
           05 AH-DATE            PIC X(10).
           05 AH-STATUT          PIC X(10).
           05 AH-DATE-FIN        PIC X(10).

       FD AUTORPARM.
       01 AUTORPARM-RECORD.
           05 AP-JOURS-EXPIR     PIC 9(3).

       FD REMISECHQ.
           COPY "REMISECHQ.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SAISIES-STATUS      PIC X(2).
       01 WS-NANTIS-STATUS       PIC X(2).
       01 WS-CAUTIONS-STATUS     PIC X(2).
       01 WS-AUTORCB-STATUS      PIC X(2).
       01 WS-AUTORPARM-STATUS    PIC X(2).
       01 WS-REMISECHQ-STATUS    PIC X(2).
       01 WS-EOF                 PIC X(3).

       01 WS-RETENUES            PIC 9(8)V99.

      *> une autorisation jamais reglee cesse de retenir les fonds
      *> passe ce delai (AUTORPARM.DAT, 7 jours par defaut)
       01 WS-JOURS-EXPIR         PIC 9(3) VALUE 7.
       01 WS-DATE-NUM            PIC 9(8).
       01 WS-DATE-INT            PIC S9(8).
       01 WS-AH-DATE-NUM         PIC 9(8).
       01 WS-AH-AGE              PIC S9(8).

       LINKAGE SECTION.
        77 L-COMPTEID         PIC 9(5).
        77 L-DATE             PIC X(10).
        77 L-SOLDE            PIC S9(10)V99.
        77 L-DISPONIBLE       PIC S9(10)V99.

       PROCEDURE DIVISION USING L-COMPTEID, L-DATE, L-SOLDE,
           L-DISPONIBLE.

       0100-MAIN-MPROCEDURE.
           MOVE ZEROES TO WS-RETENUES.

           PERFORM 0200-CUMUL-SAISIES.
           PERFORM 0300-CUMUL-NANTIS.
           PERFORM 0350-CUMUL-CAUTIONS.
           PERFORM 0400-CUMUL-AUTORISATIONS.
           PERFORM 0450-CUMUL-REMISES-CHEQUES.

           COMPUTE L-DISPONIBLE = L-SOLDE - WS-RETENUES.

           GOBACK.

      *> saisies ACTIVE couvrant la date ; 99999.99 vaut saisie de la
      *> totalite du solde
       0200-CUMUL-SAISIES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SAISIES.
           IF WS-SAISIES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SAISIES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF SA-COMPTEID = L-COMPTEID
                 AND SA-STATUT = 'ACTIVE'
                 AND SA-DATE-DEBUT NOT > L-DATE
                 AND (SA-DATE-FIN = SPACES
                    OR SA-DATE-FIN NOT < L-DATE)
                 IF SA-MONTANT = 99999.99
                    IF L-SOLDE > ZEROES
                       ADD L-SOLDE TO WS-RETENUES
                    END-IF
                 ELSE
                    ADD SA-MONTANT TO WS-RETENUES
                 END-IF
              END-IF
              READ SAISIES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SAISIES.

       0300-CUMUL-NANTIS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT NANTIS.
           IF WS-NANTIS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ NANTIS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF NT-TYPE = 'C'
                 AND NT-COMPTEID = L-COMPTEID
                 AND NT-STATUT = 'ACTIF'
                 AND NT-DATE-POSE NOT > L-DATE
                 ADD NT-MONTANT TO WS-RETENUES
              END-IF
              READ NANTIS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE NANTIS.

      *> cautions ACTIVE garanties par un blocage sur le compte
       0350-CUMUL-CAUTIONS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CAUTIONS.
           IF WS-CAUTIONS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CAUTIONS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CA-GARANTIE = 'B'
                 AND CA-COMPTEID = L-COMPTEID
                 AND CA-STATUT = 'ACTIVE'
                 AND CA-DATE-DEBUT NOT > L-DATE
                 ADD CA-MONTANT-BLOQUE TO WS-RETENUES
              END-IF
              READ CAUTIONS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CAUTIONS.

      *> autorisations EN COURS du compte, de moins de
      *> WS-JOURS-EXPIR jours a la date demandee
       0400-CUMUL-AUTORISATIONS.
           OPEN INPUT AUTORPARM.
           IF WS-AUTORPARM-STATUS = "00"
              READ AUTORPARM
                 NOT AT END
                    MOVE AP-JOURS-EXPIR TO WS-JOURS-EXPIR
              END-READ
              CLOSE AUTORPARM
           END-IF.

           STRING L-DATE(1:4) L-DATE(6:2) L-DATE(9:2)
              DELIMITED BY SIZE INTO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
              (WS-DATE-NUM).

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT AUTORCB.
           IF WS-AUTORCB-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ AUTORCB
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF AH-COMPTEID = L-COMPTEID
                 AND AH-STATUT = 'EN COURS'
                 STRING AH-DATE(1:4) AH-DATE(6:2) AH-DATE(9:2)
                    DELIMITED BY SIZE INTO WS-AH-DATE-NUM
                 COMPUTE WS-AH-AGE = WS-DATE-INT
                    - FUNCTION INTEGER-OF-DATE(WS-AH-DATE-NUM)
                 IF WS-AH-AGE NOT > WS-JOURS-EXPIR
                    ADD AH-MONTANT TO WS-RETENUES
                 END-IF
              END-IF
              READ AUTORCB
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE AUTORCB.

      *> cheques remis sauf bonne fin dont la date de disponibilite
      *> n'est pas encore atteinte a la date demandee
       0450-CUMUL-REMISES-CHEQUES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT REMISECHQ.
           IF WS-REMISECHQ-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ REMISECHQ
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF RCQ-COMPTEID = L-COMPTEID
                 AND (RCQ-STATUT = 'CREDITE' OR RCQ-STATUT = 'ENVOYE')
                 AND RCQ-DATE-DISPO > L-DATE
                 ADD RCQ-MONTANT TO WS-RETENUES
              END-IF
              READ REMISECHQ
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE REMISECHQ.

       END PROGRAM soldedispo.
