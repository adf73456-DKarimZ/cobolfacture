       IDENTIFICATION DIVISION.
       PROGRAM-ID. qualitebatch.
       AUTHOR. D.KISAMA.

      *> Batch hebdomadaire de qualite des donnees clients :
      *> integritbatch verifie que les cles se tiennent, pas que la
      *> fiche est utilisable. Chaque client du roster
      *> (CLIENTROSTER.DAT, export nocturne de SEE-ALL-CLIENTS) est
      *> note contre le bareme des regles (voir QUALITE.cpy pour la
      *> liste des codes) :
      *>   - adresse courante, telephone et e-mail d'ADRESSES.DAT
      *>     (derniere ligne sans date de fin) ;
      *>   - residence et numero fiscal d'un client EXTERNE, SIRET
      *>     d'une personne morale, repris de la saisie d'entree en
      *>     relation CLIPEND.DAT (ligne CONFIRMEE rapprochee par le
      *>     nom, comme crsextractbatch) ;
      *>   - IBAN du compte servi par fcdatasclient, repasse par
      *>     ibancheck ;
      *>   - documents d'identite de la revue KYC (KYCREG.DAT).
      *> Le bareme compile ci-dessous (code, libelle, poids, regle
      *> active) est surcharge ligne a ligne par QUALREGLES.DAT
      *> (facultatif) : une regle peut y etre desactivee ou
      *> reponderee sans recompiler. Le score d'un client est la
      *> part ponderee des regles actives et applicables qu'il
      *> tient, de 0 a 100 ; une regle non applicable (SIRET d'une
      *> personne physique...) ne compte ni pour ni contre.
      *> L'agence est celle du compte servie par fcdatasclient (NON
      *> AFFECT en mode degrade), comme dans npaibatch. Sorties :
      *>   - QUALITE.DAT, liste de correction reecrite a chaque
      *>     passage : un client en defaut par ligne avec ses regles
      *>     en echec, parcourue agence par agence depuis l'ecran
      *>     QUALITE DONNEES CLIENTS d'activity2banq ;
      *>   - QUALHIST.DAT, historique des scores par agence (une
      *>     ligne par agence et par passage, ligne TOUTES pour la
      *>     banque entiere ; un second passage le meme jour
      *>     remplace le premier) ;
      *>   - QUALITE.RPT, inscrit au spool : echecs par regle,
      *>     tendance du score par agence sur les quatre passages
      *>     precedents, detail des clients en defaut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENTROSTER ASSIGN TO "CLIENTROSTER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLIENTROSTER-STATUS.

           SELECT ADRESSES ASSIGN TO "ADRESSES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADRESSES-STATUS.

           SELECT CLIPEND ASSIGN TO "CLIPEND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLIPEND-STATUS.

           SELECT KYCREG ASSIGN TO "KYCREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KYCREG-STATUS.

           SELECT QUALREGLES ASSIGN TO "QUALREGLES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUALREGLES-STATUS.

           SELECT QUALITE ASSIGN TO "QUALITE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUALITE-STATUS.

           SELECT QUALHIST ASSIGN TO "QUALHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUALHIST-STATUS.

           SELECT QUALITE-RPT ASSIGN TO "QUALITE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD CLIPEND.
       01 CLIPEND-RECORD.
           05 CLP-OPERATEUR            PIC X(8).
           05 CLP-NOM                  PIC X(20).
           05 CLP-PRENOM               PIC X(20).
           05 CLP-RSOCIALE             PIC X(20).
           05 CLP-TYPECLIENT           PIC X(20).
           05 CLP-SIRET                PIC X(14).
           05 CLP-PAYS-RESIDENCE       PIC X(20).
           05 CLP-NUM-FISCAL           PIC X(20).
           05 CLP-EXTERNE              PIC 9.
           05 CLP-DATE                 PIC X(10).
           05 CLP-STATUT               PIC X(10).

       FD KYCREG.
       01 KYCREG-RECORD.
           05 KYC-IDCLIENT       PIC 9(5).
           05 KYC-CLASSE-RISQUE  PIC X(6).
           05 KYC-DOCUMENTS      PIC X(30).
           05 KYC-DATE-REVUE     PIC X(10).
           05 KYC-DATE-PROCHAINE PIC X(10).
           05 KYC-STATUT         PIC X(10).

      *> surcharge du bareme : code, regle active (OUI/NON), poids,
      *> libelle (garde celui du bareme compile si vide)
       FD QUALREGLES.
       01 QUALREGLES-RECORD.
           05 QRF-CODE           PIC X(8).
           05 QRF-ACTIF          PIC X(3).
           05 QRF-POIDS          PIC 9(2).
           05 QRF-LIBELLE        PIC X(40).

       FD QUALITE.
           COPY "QUALITE.cpy".

       FD QUALHIST.
       01 QUALHIST-RECORD.
           05 QH-DATE            PIC X(10).
           05 QH-AGENCE          PIC X(10).
           05 QH-NB-CLIENTS      PIC 9(5).
           05 QH-NB-DEFAUTS      PIC 9(5).
           05 QH-SCORE           PIC 9(3)V9.

       FD QUALITE-RPT.
       01 QUALITE-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTROSTER-STATUS PIC X(2).
       01 WS-ADRESSES-STATUS    PIC X(2).
       01 WS-CLIPEND-STATUS     PIC X(2).
       01 WS-KYCREG-STATUS      PIC X(2).
       01 WS-QUALREGLES-STATUS  PIC X(2).
       01 WS-QUALITE-STATUS     PIC X(2).
       01 WS-QUALHIST-STATUS    PIC X(2).
       01 WS-EOF                PIC X(3).

      *> bareme compile des regles, surcharge par QUALREGLES.DAT
       01 WS-QR-BAREME.
           05 WS-QR-ENTRY OCCURS 7 TIMES.
              10 WS-QR-CODE          PIC X(8).
              10 WS-QR-LIBELLE       PIC X(40).
              10 WS-QR-POIDS         PIC 9(2).
              10 WS-QR-ACTIF         PIC X(3).
       01 WS-QR-BAREME-INIT REDEFINES WS-QR-BAREME.
           05 FILLER PIC X(8) VALUE 'ADRESSE'.
           05 FILLER PIC X(40) VALUE 'PAS D''ADRESSE COURANTE'.
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(8) VALUE 'EMAIL'.
           05 FILLER PIC X(40) VALUE 'E-MAIL ABSENT OU MAL FORME'.
           05 FILLER PIC 9(2) VALUE 1.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(8) VALUE 'TEL'.
           05 FILLER PIC X(40) VALUE 'TELEPHONE ABSENT OU MAL FORME'.
           05 FILLER PIC 9(2) VALUE 1.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(8) VALUE 'FISCAL'.
           05 FILLER PIC X(40) VALUE
              'EXTERNE SANS RESIDENCE OU NUMERO FISCAL'.
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(8) VALUE 'SIRET'.
           05 FILLER PIC X(40) VALUE 'PERSONNE MORALE SANS SIRET'.
           05 FILLER PIC 9(2) VALUE 2.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(8) VALUE 'IBAN'.
           05 FILLER PIC X(40) VALUE 'IBAN DU COMPTE INVALIDE'.
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(8) VALUE 'KYCDOC'.
           05 FILLER PIC X(40) VALUE
              'REVUE KYC SANS DOCUMENT D''IDENTITE'.
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC X(3) VALUE 'OUI'.
       01 WS-QR-NB              PIC 9(2) VALUE 7.
       01 WS-QR-IDX             PIC 9(2).
       01 WS-QR-TROUVE          PIC 9(2).
      *> cumul des echecs par regle pour le rapport
       01 WS-QR-CUMULS.
           05 WS-QR-CUMUL OCCURS 7 TIMES.
              10 WS-QR-APPLICABLES   PIC 9(5).
              10 WS-QR-ECHECS        PIC 9(5).

      *> une ligne par client du roster, enrichie des fichiers
      *> controles
       01 WS-CLI-TABLE.
           05 WS-CLI-ENTRY OCCURS 2000 TIMES.
              10 WS-CLI-IDCLIENT     PIC 9(5).
              10 WS-CLI-NOM          PIC X(30).
              10 WS-CLI-RNOM         PIC X(20).
              10 WS-CLI-RPRENOM      PIC X(20).
              10 WS-CLI-RSOCIALE     PIC X(20).
              10 WS-CLI-MORALE       PIC X(3).
              10 WS-CLI-EXTERNE      PIC 9.
              10 WS-CLI-ADRESSE      PIC X(3).
              10 WS-CLI-TEL          PIC X(15).
              10 WS-CLI-EMAIL        PIC X(40).
              10 WS-CLI-CLP          PIC X(3).
              10 WS-CLI-PAYS         PIC X(20).
              10 WS-CLI-NUM-FISCAL   PIC X(20).
              10 WS-CLI-SIRET        PIC X(14).
              10 WS-CLI-KYC          PIC X(3).
              10 WS-CLI-KYC-DOCS     PIC X(30).
              10 WS-CLI-AGENCE       PIC X(10).
              10 WS-CLI-IBAN         PIC X(25).
              10 WS-CLI-SCORE        PIC 9(3).
              10 WS-CLI-NB-REGLES    PIC 9(2).
              10 WS-CLI-REGLES       PIC X(56).
       01 WS-CLI-COUNT          PIC 9(4) VALUE 0.
       01 WS-CLI-MAX            PIC 9(4) VALUE 2000.
       01 WS-IDX                PIC 9(4).
       01 WS-CLI-HORS-TABLE     PIC 9(5) VALUE 0.

      *> notation du client courant
       01 WS-APPLICABLE         PIC X(3).
       01 WS-ECHEC              PIC X(3).
       01 WS-POIDS-APPLI        PIC 9(3).
       01 WS-POIDS-ECHEC        PIC 9(3).
       01 WS-REGLE-POS          PIC 9(2).

      *> controle de forme de l'e-mail et du telephone
       01 WS-VALIDE             PIC X(3).
       01 WS-NB-CAR             PIC 9(3).
       01 WS-LONG               PIC 9(3).
       01 WS-POS                PIC 9(3).
       01 WS-EMAIL-LOCAL        PIC X(40).
       01 WS-EMAIL-DOMAINE      PIC X(40).
       01 WS-NB-CHIFFRES        PIC 9(3).
       01 WS-NB-INTERDITS       PIC 9(3).
       01 WS-CAR                PIC X.

      *> IBAN repasse par ibancheck
       01 WS-IBAN               PIC X(34).
       01 WS-IBAN-VALIDE        PIC X(3).

      *> cumul par agence, ligne TOUTES en fin de table ; quatre
      *> scores precedents repris de l'historique, du plus ancien
      *> au plus recent
       01 WS-AG-TABLE.
           05 WS-AG-ENTRY OCCURS 200 TIMES.
              10 WS-AG-AGENCE        PIC X(10).
              10 WS-AG-NB-CLIENTS    PIC 9(5).
              10 WS-AG-NB-DEFAUTS    PIC 9(5).
              10 WS-AG-SOMME         PIC 9(8).
              10 WS-AG-SCORE         PIC 9(3)V9.
              10 WS-AG-HIST-DATE     PIC X(10).
              10 WS-AG-HIST-NB       PIC 9.
              10 WS-AG-HIST          PIC 9(3)V9 OCCURS 4 TIMES.
       01 WS-AG-COUNT           PIC 9(3) VALUE 0.
       01 WS-AG-IDX             PIC 9(3).
       01 WS-AG-TROUVE          PIC 9(3).
       01 WS-AG-TOUTES          PIC 9(3).
       01 WS-H-IDX              PIC 9.
       01 WS-TABLES-TRONQUE     PIC X(3) VALUE 'NON'.

       01 WS-AGENCE-INCONNUE    PIC X(10) VALUE 'NON AFFECT'.
       01 WS-NB-DEFAUTS         PIC 9(5) VALUE 0.
       01 WS-SCORE-ED           PIC ZZ9.9.
       01 WS-EVOL               PIC S9(3)V9.
       01 WS-EVOL-ED            PIC +ZZ9.9.

      *> zones fcdatasclient (memes noms que npaibatch)
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

       01 WS-QUAL-TITRE.
           05 FILLER             PIC X(40) VALUE
              "QUALITE DES DONNEES CLIENTS AU ".
           05 QLT-T-DATE         PIC X(10).

       01 WS-QUAL-RG-ENTETE.
           05 FILLER             PIC X(10) VALUE "REGLE".
           05 FILLER             PIC X(41) VALUE "LIBELLE".
           05 FILLER             PIC X(6) VALUE "POIDS".
           05 FILLER             PIC X(6) VALUE "ACTIF".
           05 FILLER             PIC X(12) VALUE "APPLICABLES".
           05 FILLER             PIC X(8) VALUE "  ECHECS".

       01 WS-QUAL-RG-DETAIL.
           05 QRD-CODE           PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 QRD-LIBELLE        PIC X(40).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 QRD-POIDS          PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 QRD-ACTIF          PIC X(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 QRD-APPLICABLES    PIC Z(10)9.
           05 QRD-ECHECS         PIC Z(7)9.

       01 WS-QUAL-AG-ENTETE.
           05 FILLER             PIC X(11) VALUE "AGENCE".
           05 FILLER             PIC X(8) VALUE " CLIENTS".
           05 FILLER             PIC X(8) VALUE " DEFAUTS".
           05 FILLER             PIC X(8) VALUE "   SCORE".
           05 FILLER             PIC X(8) VALUE "     S-4".
           05 FILLER             PIC X(8) VALUE "     S-3".
           05 FILLER             PIC X(8) VALUE "     S-2".
           05 FILLER             PIC X(8) VALUE "     S-1".
           05 FILLER             PIC X(8) VALUE "    EVOL".

       01 WS-QUAL-AG-DETAIL.
           05 QAD-AGENCE         PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 QAD-NB-CLIENTS     PIC Z(7)9.
           05 QAD-NB-DEFAUTS     PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 QAD-SCORE          PIC X(5).
           05 QAD-H-ZONE OCCURS 4 TIMES.
              10 FILLER          PIC X(3).
              10 QAD-H           PIC X(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 QAD-EVOL           PIC X(6).

       01 WS-QUAL-CL-ENTETE.
           05 FILLER             PIC X(11) VALUE "AGENCE".
           05 FILLER             PIC X(6) VALUE "CLIENT".
           05 FILLER             PIC X(31) VALUE " NOM".
           05 FILLER             PIC X(6) VALUE "SCORE".
           05 FILLER             PIC X(16) VALUE "REGLES EN ECHEC".

       01 WS-QUAL-CL-DETAIL.
           05 QCD-AGENCE         PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 QCD-IDCLIENT       PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 QCD-NOM            PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 QCD-SCORE          PIC ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 QCD-REGLES         PIC X(56).

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'qualitebatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7).
       01 WS-BR-FAILED           PIC 9(7).
       01 WS-BR-STATUT           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.
       01 WS-TODAY-YYYYMMDD     PIC 9(8).
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

           OPEN OUTPUT QUALITE-RPT.
           MOVE WS-BD-DATE-ISO TO QLT-T-DATE.
           MOVE WS-QUAL-TITRE TO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.

           INITIALIZE WS-QR-CUMULS.
           PERFORM 0150-LIRE-QUALREGLES.
           PERFORM 0200-LOAD-ROSTER.
           PERFORM 0250-LOAD-ADRESSES.
           PERFORM 0300-LOAD-CLIPEND.
           PERFORM 0350-LOAD-KYCREG.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLI-COUNT
              PERFORM 0400-AGENCE-CLIENT
              PERFORM 0500-NOTER-CLIENT
              PERFORM 0600-CUMUL-AGENCE
           END-PERFORM.
           PERFORM 0650-CALCULER-SCORES.
           PERFORM 0700-CHARGER-HISTORIQUE.

           PERFORM 0800-ECRIRE-QUALITE.
           PERFORM 0850-ECRIRE-REGLES.
           PERFORM 0870-ECRIRE-AGENCES.
           PERFORM 0890-ECRIRE-CLIENTS.
           PERFORM 0900-AJOUTER-HISTORIQUE.
           IF WS-CLI-HORS-TABLE > ZEROES
              MOVE SPACES TO QUALITE-RPT-LINE
              STRING "CLIENTS NON NOTES (TABLE PLEINE) : "
                 WS-CLI-HORS-TABLE
                 DELIMITED BY SIZE INTO QUALITE-RPT-LINE
              WRITE QUALITE-RPT-LINE
           END-IF.
           CLOSE QUALITE-RPT.

           DISPLAY "QUALITE " WS-BD-DATE-ISO " : " WS-CLI-COUNT
              " clients notes, " WS-NB-DEFAUTS " a corriger, score "
              WS-SCORE-ED.
           MOVE 'QUALITE' TO WS-SPOOL-NOM.
           MOVE 'QUALITE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

      *>    trace du passage au grand livre des batchs
           MOVE WS-CLI-COUNT TO WS-BR-RECORDS.
           MOVE WS-CLI-HORS-TABLE TO WS-BR-FAILED.
           IF WS-CLI-HORS-TABLE = ZEROES
              AND WS-TABLES-TRONQUE = 'NON'
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

      *> surcharge du bareme compile, regle par regle ; un code
      *> inconnu est signale et ignore
       0150-LIRE-QUALREGLES.
           OPEN INPUT QUALREGLES.
           IF WS-QUALREGLES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ QUALREGLES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE 0 TO WS-QR-TROUVE
              PERFORM VARYING WS-QR-IDX FROM 1 BY 1
                 UNTIL WS-QR-IDX > WS-QR-NB
                 IF WS-QR-CODE(WS-QR-IDX) = QRF-CODE
                    MOVE WS-QR-IDX TO WS-QR-TROUVE
                 END-IF
              END-PERFORM
              IF WS-QR-TROUVE = 0
                 MOVE SPACES TO QUALITE-RPT-LINE
                 STRING "REGLE INCONNUE DANS QUALREGLES.DAT, IGNOREE : "
                    QRF-CODE
                    DELIMITED BY SIZE INTO QUALITE-RPT-LINE
                 WRITE QUALITE-RPT-LINE
              ELSE
                 IF QRF-ACTIF = 'OUI' OR QRF-ACTIF = 'NON'
                    MOVE QRF-ACTIF TO WS-QR-ACTIF(WS-QR-TROUVE)
                 END-IF
                 IF QRF-POIDS IS NUMERIC
                    MOVE QRF-POIDS TO WS-QR-POIDS(WS-QR-TROUVE)
                 END-IF
                 IF QRF-LIBELLE NOT = SPACES
                    MOVE QRF-LIBELLE TO WS-QR-LIBELLE(WS-QR-TROUVE)
                 END-IF
              END-IF
              READ QUALREGLES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE QUALREGLES.

      *> une ligne de table par client du roster ; personne morale
      *> si TYPECLIENT MORALE ou raison sociale renseignee
       0200-LOAD-ROSTER.
           OPEN INPUT CLIENTROSTER.
           IF WS-CLIENTROSTER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ CLIENTROSTER
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-CLI-COUNT NOT < WS-CLI-MAX
                 ADD 1 TO WS-CLI-HORS-TABLE
              ELSE
                 ADD 1 TO WS-CLI-COUNT
                 PERFORM 0210-INIT-CLIENT
              END-IF
              READ CLIENTROSTER
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CLIENTROSTER.

       0210-INIT-CLIENT.
           MOVE WS-CLI-COUNT TO WS-IDX.
           INITIALIZE WS-CLI-ENTRY(WS-IDX).
           MOVE ROSTER-IDCLIENT TO WS-CLI-IDCLIENT(WS-IDX).
           MOVE ROSTER-NOM(1:20) TO WS-CLI-RNOM(WS-IDX).
           MOVE ROSTER-PRENOM(1:20) TO WS-CLI-RPRENOM(WS-IDX).
           MOVE ROSTER-RSOCIALE(1:20) TO WS-CLI-RSOCIALE(WS-IDX).
           MOVE ROSTER-EXTERNE TO WS-CLI-EXTERNE(WS-IDX).
           IF ROSTER-TYPECLIENT(1:6) = 'MORALE'
              OR ROSTER-RSOCIALE NOT = SPACES
              MOVE 'OUI' TO WS-CLI-MORALE(WS-IDX)
              MOVE ROSTER-RSOCIALE TO WS-CLI-NOM(WS-IDX)
           ELSE
              MOVE 'NON' TO WS-CLI-MORALE(WS-IDX)
              STRING FUNCTION TRIM(ROSTER-NOM) ' '
                 FUNCTION TRIM(ROSTER-PRENOM)
                 DELIMITED BY SIZE INTO WS-CLI-NOM(WS-IDX)
           END-IF.
           MOVE 'NON' TO WS-CLI-ADRESSE(WS-IDX).
           MOVE 'NON' TO WS-CLI-CLP(WS-IDX).
           MOVE 'NON' TO WS-CLI-KYC(WS-IDX).
           MOVE WS-AGENCE-INCONNUE TO WS-CLI-AGENCE(WS-IDX).

      *> adresse courante : la derniere ligne sans date de fin du
      *> client fait foi, comme dans npaibatch
       0250-LOAD-ADRESSES.
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
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-CLI-COUNT
                    IF WS-CLI-IDCLIENT(WS-IDX) = ADR-IDCLIENT
                       MOVE 'OUI' TO WS-CLI-ADRESSE(WS-IDX)
                       MOVE ADR-TEL TO WS-CLI-TEL(WS-IDX)
                       MOVE ADR-EMAIL TO WS-CLI-EMAIL(WS-IDX)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
              READ ADRESSES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE ADRESSES.

      *> saisie d'entree en relation confirmee, rapprochee par la
      *> raison sociale (personne morale) ou par nom et prenom ; la
      *> derniere ligne confirmee fait foi
       0300-LOAD-CLIPEND.
           OPEN INPUT CLIPEND.
           IF WS-CLIPEND-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ CLIPEND
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CLP-STATUT = 'CONFIRMEE'
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-CLI-COUNT
                    IF (WS-CLI-MORALE(WS-IDX) = 'OUI'
                       AND CLP-RSOCIALE NOT = SPACES
                       AND CLP-RSOCIALE = WS-CLI-RSOCIALE(WS-IDX))
                       OR (WS-CLI-MORALE(WS-IDX) = 'NON'
                       AND CLP-NOM NOT = SPACES
                       AND CLP-NOM = WS-CLI-RNOM(WS-IDX)
                       AND CLP-PRENOM = WS-CLI-RPRENOM(WS-IDX))
                       MOVE 'OUI' TO WS-CLI-CLP(WS-IDX)
                       MOVE CLP-PAYS-RESIDENCE TO WS-CLI-PAYS(WS-IDX)
                       MOVE CLP-NUM-FISCAL
                          TO WS-CLI-NUM-FISCAL(WS-IDX)
                       MOVE CLP-SIRET TO WS-CLI-SIRET(WS-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              READ CLIPEND
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CLIPEND.

       0350-LOAD-KYCREG.
           OPEN INPUT KYCREG.
           IF WS-KYCREG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ KYCREG
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CLI-COUNT
                 IF WS-CLI-IDCLIENT(WS-IDX) = KYC-IDCLIENT
                    MOVE 'OUI' TO WS-CLI-KYC(WS-IDX)
                    MOVE KYC-DOCUMENTS TO WS-CLI-KYC-DOCS(WS-IDX)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              READ KYCREG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE KYCREG.

      *> agence et IBAN du compte du client ; en mode degrade ni
      *> l'un ni l'autre n'est connu
       0400-AGENCE-CLIENT.
           MOVE WS-CLI-IDCLIENT(WS-IDX) TO L-CLIENT-ID.
           MOVE SPACES TO L-COMPTE-AGENCE.
           MOVE SPACES TO L-COMPTE-IBAN.
           CALL 'fcdatasclient' USING
              L-CLIENT-ID, L-CLIENT-NOM, L-CLIENT-PRENOM,
              L-CLIENT-RSOCIALE, L-CLIENT-TYPECLIENT,
              L-CLIENT-EXTERNE, L-COMPTE-ID, L-COMPTE-IBAN,
              L-COMPTE-DTOUV, L-COMPTE-SOLDE, L-COMPTE-CLIENTID,
              L-COMPTE-AGENCE.
           IF L-CLIENT-NOM NOT = 'MODE DEGRADE'
              IF L-COMPTE-AGENCE NOT = SPACES
                 MOVE L-COMPTE-AGENCE TO WS-CLI-AGENCE(WS-IDX)
              END-IF
              MOVE L-COMPTE-IBAN TO WS-CLI-IBAN(WS-IDX)
           END-IF.

      *> chaque regle active et applicable pese son poids ; les
      *> codes des regles en echec sont ranges huit par huit
       0500-NOTER-CLIENT.
           MOVE ZEROES TO WS-POIDS-APPLI.
           MOVE ZEROES TO WS-POIDS-ECHEC.
           MOVE ZEROES TO WS-CLI-NB-REGLES(WS-IDX).
           MOVE SPACES TO WS-CLI-REGLES(WS-IDX).
           PERFORM VARYING WS-QR-IDX FROM 1 BY 1
              UNTIL WS-QR-IDX > WS-QR-NB
              IF WS-QR-ACTIF(WS-QR-IDX) = 'OUI'
                 PERFORM 0510-EVALUER-REGLE
                 IF WS-APPLICABLE = 'OUI'
                    ADD 1 TO WS-QR-APPLICABLES(WS-QR-IDX)
                    ADD WS-QR-POIDS(WS-QR-IDX) TO WS-POIDS-APPLI
                    IF WS-ECHEC = 'OUI'
                       ADD 1 TO WS-QR-ECHECS(WS-QR-IDX)
                       ADD WS-QR-POIDS(WS-QR-IDX) TO WS-POIDS-ECHEC
                       ADD 1 TO WS-CLI-NB-REGLES(WS-IDX)
                       COMPUTE WS-REGLE-POS =
                          (WS-CLI-NB-REGLES(WS-IDX) - 1) * 8 + 1
                       MOVE WS-QR-CODE(WS-QR-IDX)
                          TO WS-CLI-REGLES(WS-IDX)(WS-REGLE-POS:8)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-POIDS-APPLI = ZEROES
              MOVE 100 TO WS-CLI-SCORE(WS-IDX)
           ELSE
              COMPUTE WS-CLI-SCORE(WS-IDX) ROUNDED =
                 (WS-POIDS-APPLI - WS-POIDS-ECHEC) * 100
                 / WS-POIDS-APPLI
           END-IF.
           IF WS-CLI-NB-REGLES(WS-IDX) > ZEROES
              ADD 1 TO WS-NB-DEFAUTS
           END-IF.

       0510-EVALUER-REGLE.
           MOVE 'OUI' TO WS-APPLICABLE.
           MOVE 'NON' TO WS-ECHEC.
           EVALUATE WS-QR-CODE(WS-QR-IDX)
              WHEN 'ADRESSE'
                 IF WS-CLI-ADRESSE(WS-IDX) = 'NON'
                    MOVE 'OUI' TO WS-ECHEC
                 END-IF
              WHEN 'EMAIL'
                 PERFORM 0520-CONTROLER-EMAIL
                 IF WS-VALIDE = 'NON'
                    MOVE 'OUI' TO WS-ECHEC
                 END-IF
              WHEN 'TEL'
                 PERFORM 0530-CONTROLER-TEL
                 IF WS-VALIDE = 'NON'
                    MOVE 'OUI' TO WS-ECHEC
                 END-IF
              WHEN 'FISCAL'
                 IF WS-CLI-EXTERNE(WS-IDX) NOT = 1
                    MOVE 'NON' TO WS-APPLICABLE
                 ELSE
                    IF WS-CLI-CLP(WS-IDX) = 'NON'
                       OR WS-CLI-PAYS(WS-IDX) = SPACES
                       OR WS-CLI-NUM-FISCAL(WS-IDX) = SPACES
                       MOVE 'OUI' TO WS-ECHEC
                    END-IF
                 END-IF
              WHEN 'SIRET'
                 IF WS-CLI-MORALE(WS-IDX) = 'NON'
                    MOVE 'NON' TO WS-APPLICABLE
                 ELSE
                    IF WS-CLI-SIRET(WS-IDX) IS NOT NUMERIC
                       MOVE 'OUI' TO WS-ECHEC
                    END-IF
                 END-IF
              WHEN 'IBAN'
                 IF WS-CLI-IBAN(WS-IDX) = SPACES
                    MOVE 'NON' TO WS-APPLICABLE
                 ELSE
                    MOVE SPACES TO WS-IBAN
                    MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-CLI-IBAN(WS-IDX))) TO WS-IBAN
                    CALL 'ibancheck' USING WS-IBAN, WS-IBAN-VALIDE
                    IF WS-IBAN-VALIDE NOT = 'OUI'
                       MOVE 'OUI' TO WS-ECHEC
                    END-IF
                 END-IF
              WHEN 'KYCDOC'
                 IF WS-CLI-KYC(WS-IDX) = 'NON'
                    MOVE 'NON' TO WS-APPLICABLE
                 ELSE
                    IF WS-CLI-KYC-DOCS(WS-IDX) = SPACES
                       MOVE 'OUI' TO WS-ECHEC
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'NON' TO WS-APPLICABLE
           END-EVALUATE.

      *> forme minimale : un seul @, une partie locale, un domaine
      *> avec un point qui n'est ni en tete ni en fin, pas de blanc
       0520-CONTROLER-EMAIL.
           MOVE 'NON' TO WS-VALIDE.
           IF WS-CLI-EMAIL(WS-IDX) = SPACES
              OR WS-CLI-EMAIL(WS-IDX)(1:1) = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-NB-CAR.
           INSPECT WS-CLI-EMAIL(WS-IDX) TALLYING WS-NB-CAR
              FOR ALL '@'.
           IF WS-NB-CAR NOT = 1
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LONG = FUNCTION LENGTH(
              FUNCTION TRIM(WS-CLI-EMAIL(WS-IDX) TRAILING)).
           MOVE ZEROES TO WS-NB-CAR.
           INSPECT WS-CLI-EMAIL(WS-IDX)(1:WS-LONG) TALLYING WS-NB-CAR
              FOR ALL SPACE.
           IF WS-NB-CAR NOT = ZEROES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EMAIL-LOCAL.
           MOVE SPACES TO WS-EMAIL-DOMAINE.
           UNSTRING WS-CLI-EMAIL(WS-IDX) DELIMITED BY '@'
              INTO WS-EMAIL-LOCAL, WS-EMAIL-DOMAINE.
           IF WS-EMAIL-LOCAL = SPACES
              OR WS-EMAIL-DOMAINE = SPACES
              OR WS-EMAIL-DOMAINE(1:1) = '.'
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LONG = FUNCTION LENGTH(
              FUNCTION TRIM(WS-EMAIL-DOMAINE TRAILING)).
           IF WS-EMAIL-DOMAINE(WS-LONG:1) = '.'
              EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-NB-CAR.
           INSPECT WS-EMAIL-DOMAINE(1:WS-LONG) TALLYING WS-NB-CAR
              FOR ALL '.'.
           IF WS-NB-CAR > ZEROES
              MOVE 'OUI' TO WS-VALIDE
           END-IF.

      *> au moins dix chiffres ; seuls blancs, +, point et tiret
      *> sont admis autour
       0530-CONTROLER-TEL.
           MOVE 'NON' TO WS-VALIDE.
           IF WS-CLI-TEL(WS-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-NB-CHIFFRES.
           MOVE ZEROES TO WS-NB-INTERDITS.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 15
              MOVE WS-CLI-TEL(WS-IDX)(WS-POS:1) TO WS-CAR
              EVALUATE TRUE
                 WHEN WS-CAR IS NUMERIC
                    ADD 1 TO WS-NB-CHIFFRES
                 WHEN WS-CAR = SPACE OR WS-CAR = '+'
                    OR WS-CAR = '.' OR WS-CAR = '-'
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO WS-NB-INTERDITS
              END-EVALUATE
           END-PERFORM.
           IF WS-NB-CHIFFRES NOT < 10
              AND WS-NB-INTERDITS = ZEROES
              MOVE 'OUI' TO WS-VALIDE
           END-IF.

       0600-CUMUL-AGENCE.
           MOVE 0 TO WS-AG-TROUVE.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-COUNT
              IF WS-AG-AGENCE(WS-AG-IDX) = WS-CLI-AGENCE(WS-IDX)
                 MOVE WS-AG-IDX TO WS-AG-TROUVE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-AG-TROUVE = 0
              IF WS-AG-COUNT NOT < 199
      *>          au-dela de 199 agences : cumul sur la derniere
      *>          ligne, la suivante est gardee pour TOUTES
                 MOVE 199 TO WS-AG-TROUVE
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
              ELSE
                 ADD 1 TO WS-AG-COUNT
                 MOVE WS-AG-COUNT TO WS-AG-TROUVE
                 INITIALIZE WS-AG-ENTRY(WS-AG-TROUVE)
                 MOVE WS-CLI-AGENCE(WS-IDX)
                    TO WS-AG-AGENCE(WS-AG-TROUVE)
              END-IF
           END-IF.
           ADD 1 TO WS-AG-NB-CLIENTS(WS-AG-TROUVE).
           ADD WS-CLI-SCORE(WS-IDX) TO WS-AG-SOMME(WS-AG-TROUVE).
           IF WS-CLI-NB-REGLES(WS-IDX) > ZEROES
              ADD 1 TO WS-AG-NB-DEFAUTS(WS-AG-TROUVE)
           END-IF.

      *> score moyen par agence, puis ligne TOUTES pour la banque
       0650-CALCULER-SCORES.
           COMPUTE WS-AG-TOUTES = WS-AG-COUNT + 1.
           INITIALIZE WS-AG-ENTRY(WS-AG-TOUTES).
           MOVE 'TOUTES' TO WS-AG-AGENCE(WS-AG-TOUTES).
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-COUNT
              IF WS-AG-NB-CLIENTS(WS-AG-IDX) > ZEROES
                 COMPUTE WS-AG-SCORE(WS-AG-IDX) ROUNDED =
                    WS-AG-SOMME(WS-AG-IDX)
                    / WS-AG-NB-CLIENTS(WS-AG-IDX)
              END-IF
              ADD WS-AG-NB-CLIENTS(WS-AG-IDX)
                 TO WS-AG-NB-CLIENTS(WS-AG-TOUTES)
              ADD WS-AG-NB-DEFAUTS(WS-AG-IDX)
                 TO WS-AG-NB-DEFAUTS(WS-AG-TOUTES)
              ADD WS-AG-SOMME(WS-AG-IDX) TO WS-AG-SOMME(WS-AG-TOUTES)
           END-PERFORM.
           IF WS-AG-NB-CLIENTS(WS-AG-TOUTES) > ZEROES
              COMPUTE WS-AG-SCORE(WS-AG-TOUTES) ROUNDED =
                 WS-AG-SOMME(WS-AG-TOUTES)
                 / WS-AG-NB-CLIENTS(WS-AG-TOUTES)
           END-IF.
           MOVE WS-AG-SCORE(WS-AG-TOUTES) TO WS-SCORE-ED.

      *> quatre derniers passages anterieurs par agence ; la ligne
      *> d'un passage deja vu remplace la precedente (passage relance
      *> le meme jour), celles du jour sont ignorees
       0700-CHARGER-HISTORIQUE.
           OPEN INPUT QUALHIST.
           IF WS-QUALHIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ QUALHIST
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF QH-DATE < WS-BD-DATE-ISO
                 PERFORM 0710-RETENIR-HISTORIQUE
              END-IF
              READ QUALHIST
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE QUALHIST.

       0710-RETENIR-HISTORIQUE.
           MOVE 0 TO WS-AG-TROUVE.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-TOUTES
              IF WS-AG-AGENCE(WS-AG-IDX) = QH-AGENCE
                 MOVE WS-AG-IDX TO WS-AG-TROUVE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-AG-TROUVE = 0
              EXIT PARAGRAPH
           END-IF.
           IF QH-DATE = WS-AG-HIST-DATE(WS-AG-TROUVE)
              AND WS-AG-HIST-NB(WS-AG-TROUVE) > 0
              MOVE QH-SCORE TO WS-AG-HIST(WS-AG-TROUVE,
                 WS-AG-HIST-NB(WS-AG-TROUVE))
              EXIT PARAGRAPH
           END-IF.
           IF WS-AG-HIST-NB(WS-AG-TROUVE) < 4
              ADD 1 TO WS-AG-HIST-NB(WS-AG-TROUVE)
           ELSE
              PERFORM VARYING WS-H-IDX FROM 1 BY 1 UNTIL WS-H-IDX > 3
                 MOVE WS-AG-HIST(WS-AG-TROUVE, WS-H-IDX + 1)
                    TO WS-AG-HIST(WS-AG-TROUVE, WS-H-IDX)
              END-PERFORM
           END-IF.
           MOVE QH-SCORE TO WS-AG-HIST(WS-AG-TROUVE,
              WS-AG-HIST-NB(WS-AG-TROUVE)).
           MOVE QH-DATE TO WS-AG-HIST-DATE(WS-AG-TROUVE).

      *> liste de correction reecrite en entier : un client deja
      *> CORRIGE qui echoue encore y revient A CORRIGER
       0800-ECRIRE-QUALITE.
           OPEN OUTPUT QUALITE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLI-COUNT
              IF WS-CLI-NB-REGLES(WS-IDX) > ZEROES
                 MOVE WS-CLI-AGENCE(WS-IDX) TO QLT-AGENCE
                 MOVE WS-CLI-IDCLIENT(WS-IDX) TO QLT-IDCLIENT
                 MOVE WS-CLI-NOM(WS-IDX) TO QLT-NOM
                 MOVE WS-CLI-SCORE(WS-IDX) TO QLT-SCORE
                 MOVE WS-CLI-NB-REGLES(WS-IDX) TO QLT-NB-REGLES
                 MOVE WS-CLI-REGLES(WS-IDX) TO QLT-REGLES
                 MOVE WS-BD-DATE-ISO TO QLT-DATE
                 MOVE 'A CORRIGER' TO QLT-STATUT
                 MOVE SPACES TO QLT-DATE-TRAIT
                 MOVE SPACES TO QLT-TRAITE-PAR
                 WRITE QUALITE-RECORD
              END-IF
           END-PERFORM.
           CLOSE QUALITE.

       0850-ECRIRE-REGLES.
           MOVE SPACES TO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.
           MOVE "ECHECS PAR REGLE" TO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.
           MOVE WS-QUAL-RG-ENTETE TO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.
           PERFORM VARYING WS-QR-IDX FROM 1 BY 1
              UNTIL WS-QR-IDX > WS-QR-NB
              MOVE WS-QR-CODE(WS-QR-IDX) TO QRD-CODE
              MOVE WS-QR-LIBELLE(WS-QR-IDX) TO QRD-LIBELLE
              MOVE WS-QR-POIDS(WS-QR-IDX) TO QRD-POIDS
              MOVE WS-QR-ACTIF(WS-QR-IDX) TO QRD-ACTIF
              MOVE WS-QR-APPLICABLES(WS-QR-IDX) TO QRD-APPLICABLES
              MOVE WS-QR-ECHECS(WS-QR-IDX) TO QRD-ECHECS
              MOVE WS-QUAL-RG-DETAIL TO QUALITE-RPT-LINE
              WRITE QUALITE-RPT-LINE
           END-PERFORM.

      *> tendance : score du passage, quatre passages precedents et
      *> evolution depuis le dernier
       0870-ECRIRE-AGENCES.
           MOVE SPACES TO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.
           MOVE "TENDANCE DU SCORE PAR AGENCE (S-1 = PASSAGE PRECEDENT)"
              TO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.
           MOVE WS-QUAL-AG-ENTETE TO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-TOUTES
              PERFORM 0880-ECRIRE-UNE-AGENCE
           END-PERFORM.

       0880-ECRIRE-UNE-AGENCE.
           MOVE SPACES TO WS-QUAL-AG-DETAIL.
           MOVE WS-AG-AGENCE(WS-AG-IDX) TO QAD-AGENCE.
           MOVE WS-AG-NB-CLIENTS(WS-AG-IDX) TO QAD-NB-CLIENTS.
           MOVE WS-AG-NB-DEFAUTS(WS-AG-IDX) TO QAD-NB-DEFAUTS.
           MOVE WS-AG-SCORE(WS-AG-IDX) TO WS-SCORE-ED.
           MOVE WS-SCORE-ED TO QAD-SCORE.
      *>    les passages connus sont cales a droite, S-1 en dernier
           PERFORM VARYING WS-H-IDX FROM 1 BY 1
              UNTIL WS-H-IDX > WS-AG-HIST-NB(WS-AG-IDX)
              MOVE WS-AG-HIST(WS-AG-IDX, WS-H-IDX) TO WS-SCORE-ED
              MOVE WS-SCORE-ED TO QAD-H(4 - WS-AG-HIST-NB(WS-AG-IDX)
                 + WS-H-IDX)
           END-PERFORM.
           IF WS-AG-HIST-NB(WS-AG-IDX) > 0
              COMPUTE WS-EVOL = WS-AG-SCORE(WS-AG-IDX)
                 - WS-AG-HIST(WS-AG-IDX, WS-AG-HIST-NB(WS-AG-IDX))
              MOVE WS-EVOL TO WS-EVOL-ED
              MOVE WS-EVOL-ED TO QAD-EVOL
           END-IF.
           MOVE WS-QUAL-AG-DETAIL TO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.

      *> detail des clients en defaut, agence par agence
       0890-ECRIRE-CLIENTS.
           MOVE SPACES TO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.
           MOVE SPACES TO QUALITE-RPT-LINE.
           STRING "CLIENTS A CORRIGER : " WS-NB-DEFAUTS
              DELIMITED BY SIZE INTO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.
           MOVE WS-QUAL-CL-ENTETE TO QUALITE-RPT-LINE.
           WRITE QUALITE-RPT-LINE.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-COUNT
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CLI-COUNT
                 IF WS-CLI-NB-REGLES(WS-IDX) > ZEROES
                    AND WS-CLI-AGENCE(WS-IDX) = WS-AG-AGENCE(WS-AG-IDX)
                    MOVE WS-CLI-AGENCE(WS-IDX) TO QCD-AGENCE
                    MOVE WS-CLI-IDCLIENT(WS-IDX) TO QCD-IDCLIENT
                    MOVE WS-CLI-NOM(WS-IDX) TO QCD-NOM
                    MOVE WS-CLI-SCORE(WS-IDX) TO QCD-SCORE
                    MOVE WS-CLI-REGLES(WS-IDX) TO QCD-REGLES
                    MOVE WS-QUAL-CL-DETAIL TO QUALITE-RPT-LINE
                    WRITE QUALITE-RPT-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

       0900-AJOUTER-HISTORIQUE.
           OPEN EXTEND QUALHIST.
           IF WS-QUALHIST-STATUS = "35"
              CLOSE QUALHIST
              OPEN OUTPUT QUALHIST
           END-IF.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-TOUTES
              MOVE WS-BD-DATE-ISO TO QH-DATE
              MOVE WS-AG-AGENCE(WS-AG-IDX) TO QH-AGENCE
              MOVE WS-AG-NB-CLIENTS(WS-AG-IDX) TO QH-NB-CLIENTS
              MOVE WS-AG-NB-DEFAUTS(WS-AG-IDX) TO QH-NB-DEFAUTS
              MOVE WS-AG-SCORE(WS-AG-IDX) TO QH-SCORE
              WRITE QUALHIST-RECORD
           END-PERFORM.
           CLOSE QUALHIST.
           MOVE WS-AG-SCORE(WS-AG-TOUTES) TO WS-SCORE-ED.

       END PROGRAM qualitebatch.
