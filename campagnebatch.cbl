       IDENTIFICATION DIVISION.
       PROGRAM-ID. campagnebatch.
       AUTHOR. D.KISAMA.

      *> Campagnes commerciales ciblees : a placer dans JOBPLAN.DAT
      *> chaque jour ouvre, avant notifgwbatch. Les campagnes sont
      *> decrites dans CAMPAGNE.DAT (voir CAMPAGNE.cpy) ; plus de
      *> listes extraites a la main pour les commerciaux.
      *>  - Suivi : pour chaque campagne LANCEE, les clients cibles
      *>    de CAMPCIBLE.DAT (voir CAMPCIBLE.cpy) qui ont souscrit le
      *>    produit offert depuis l'envoi passent SOUSCRITE ; passee
      *>    la date de fin, les autres passent SANS SUITE et la
      *>    campagne est CLOTUREE. La piste est reecrite via
      *>    CAMPCIBLE.TMP.
      *>  - Lancement : chaque campagne A LANCER dont la date est
      *>    atteinte parcourt les clients titulaires ou co-titulaires
      *>    d'un compte (COMPTETITULAIRES.DAT, pas les procurations)
      *>    et retient ceux qui satisfont tous ses criteres : solde
      *>    total a la derniere photo de SOLDEHIST.DAT, produits
      *>    detenus (COMPTEPROD.DAT), age (ETATCIVIL.DAT), depot a
      *>    terme ACTIF (DEPATERME.DAT), pret en cours (PRETS.DAT),
      *>    et en dernier l'agence servie par fcdatasclient. Un
      *>    client retenu ne recoit l'offre que s'il a consenti au
      *>    canal de la campagne (registre CONSENT.DAT, voir
      *>    CONSENT.cpy), que ce canal est celui de sa preference de
      *>    notification (EMAIL, SMS) et qu'il n'a pas ete efface
      *>    (EFFACEMENT.DAT) ; l'offre part par msgnotif, sujet
      *>    "OFFRE <code>", et notifgwbatch la remet sur le canal.
      *>    Cibles et exclusions motivees sont ajoutees a
      *>    CAMPCIBLE.DAT, jamais supprimees.
      *> Le rapport CAMPAGNE.RPT est inscrit au spool retenu sous le
      *> nom CAMPAGNE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAMPAGNE ASSIGN TO "CAMPAGNE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMPAGNE-STATUS.

           SELECT CAMPCIBLE ASSIGN TO "CAMPCIBLE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMPCIBLE-STATUS.

           SELECT CAMPCIBLE-TMP ASSIGN TO "CAMPCIBLE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-STATUS.

           SELECT SOLDEHIST ASSIGN TO "SOLDEHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOLDEHIST-STATUS.

           SELECT COMPTEPROD ASSIGN TO "COMPTEPROD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPTEPROD-STATUS.

           SELECT ETATCIVIL ASSIGN TO "ETATCIVIL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ETATCIVIL-STATUS.

           SELECT DEPATERME ASSIGN TO "DEPATERME.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPATERME-STATUS.

           SELECT PRETS ASSIGN TO "PRETS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETS-STATUS.

           SELECT CONSENT ASSIGN TO "CONSENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONSENT-STATUS.

           SELECT NOTIFPREF ASSIGN TO "NOTIFPREF.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTIFPREF-STATUS.

           SELECT EFFACEMENT ASSIGN TO "EFFACEMENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EFFACEMENT-STATUS.

           SELECT CAMPAGNE-RPT ASSIGN TO "CAMPAGNE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAGNE.
           COPY "CAMPAGNE.cpy".

       FD CAMPCIBLE.
           COPY "CAMPCIBLE.cpy".

       FD CAMPCIBLE-TMP.
       01 CAMPCIBLE-TMP-RECORD   PIC X(76).

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

       FD COMPTEPROD.
       01 COMPTEPROD-RECORD.
           05 CP-COMPTEID        PIC 9(5).
           05 CP-CODE-PRODUIT    PIC X(10).

       FD ETATCIVIL.
           COPY "ETATCIVIL.cpy".

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

       FD CONSENT.
           COPY "CONSENT.cpy".

       FD NOTIFPREF.
       01 NOTIFPREF-RECORD.
           05 NP-IDCLIENT             PIC 9(5).
           05 NP-CANAL                PIC X(6).
           05 NP-CONTACT              PIC X(40).

       FD EFFACEMENT.
           COPY "EFFACE.cpy".

       FD CAMPAGNE-RPT.
       01 CAMPAGNE-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CAMPAGNE-STATUS     PIC X(2).
       01 WS-CAMPCIBLE-STATUS    PIC X(2).
       01 WS-TITULAIRES-STATUS   PIC X(2).
       01 WS-SOLDEHIST-STATUS    PIC X(2).
       01 WS-COMPTEPROD-STATUS   PIC X(2).
       01 WS-ETATCIVIL-STATUS    PIC X(2).
       01 WS-DEPATERME-STATUS    PIC X(2).
       01 WS-PRETS-STATUS        PIC X(2).
       01 WS-CONSENT-STATUS      PIC X(2).
       01 WS-NOTIFPREF-STATUS    PIC X(2).
       01 WS-EFFACEMENT-STATUS   PIC X(2).
       01 WS-EOF                 PIC X(3).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

      *> campagnes, reecrites en fin de passage avec leur statut et
      *> leurs compteurs
       01 WS-CPG-TABLE.
           05 WS-CPG-ENTRY OCCURS 200 TIMES.
              10 WS-CPG-CODE            PIC X(8).
              10 WS-CPG-STATUT          PIC X(10).
              10 WS-CPG-DATE-LANCEMENT  PIC X(10).
              10 WS-CPG-DATE-FIN        PIC X(10).
              10 WS-CPG-CANAL           PIC X(8).
              10 WS-CPG-SUJET           PIC X(25).
              10 WS-CPG-TEXTE           PIC X(70).
              10 WS-CPG-PRODUIT-OFFERT  PIC X(10).
              10 WS-CPG-SOLDE-MIN       PIC 9(9)V99.
              10 WS-CPG-SOLDE-MAX       PIC 9(9)V99.
              10 WS-CPG-PRODUIT-REQUIS  PIC X(10).
              10 WS-CPG-PRODUIT-EXCLU   PIC X(10).
              10 WS-CPG-AGE-MIN         PIC 9(3).
              10 WS-CPG-AGE-MAX         PIC 9(3).
              10 WS-CPG-AGENCE          PIC X(10).
              10 WS-CPG-DEPOT-TERME     PIC X(3).
              10 WS-CPG-PRET            PIC X(3).
              10 WS-CPG-DATE-EXEC       PIC X(10).
              10 WS-CPG-NB-CIBLES       PIC 9(5).
              10 WS-CPG-NB-EXCLUS       PIC 9(5).
       01 WS-CPG-COUNT           PIC 9(3) VALUE 0.
       01 WS-CPG-IDX             PIC 9(3).
      *> compteurs de suivi du passage, par campagne
       01 WS-SUIVI-TABLE.
           05 WS-SUIVI-ENTRY OCCURS 200 TIMES.
              10 WS-SV-ENVOYEES         PIC 9(5).
              10 WS-SV-SOUSCRITES       PIC 9(5).
              10 WS-SV-SANS-SUITE       PIC 9(5).
       01 WS-A-SUIVRE            PIC X(3) VALUE 'NON'.
       01 WS-A-LANCER            PIC X(3) VALUE 'NON'.

      *> clients titulaires ou co-titulaires : solde total, depot a
      *> terme et pret en cours (date d'ouverture la plus recente),
      *> naissance, consentement en vigueur par canal, preference
      *> de notification, effacement
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 5000 TIMES.
              10 WS-CL-IDCLIENT         PIC 9(5).
              10 WS-CL-SOLDE            PIC S9(11)V99.
              10 WS-CL-DT-DATE          PIC X(10).
              10 WS-CL-PRET-DATE        PIC X(10).
              10 WS-CL-NAISSANCE        PIC X(10).
              10 WS-CL-CONSENT OCCURS 4 TIMES PIC X(3).
              10 WS-CL-NP-CANAL         PIC X(6).
              10 WS-CL-EFFACE           PIC X(3).
       01 WS-CL-COUNT            PIC 9(4) VALUE 0.
       01 WS-CL-IDX              PIC 9(4).
       01 WS-CL-CHERCHE          PIC 9(5).
       01 WS-CL-TROUVE           PIC 9(4).

      *> lignes compte / client : derniere photo de solde et produit
       01 WS-TT-TABLE.
           05 WS-TT-ENTRY OCCURS 10000 TIMES.
              10 WS-TT-COMPTEID         PIC 9(5).
              10 WS-TT-CL-IDX           PIC 9(4).
              10 WS-TT-SOLDE            PIC S9(9)V99.
              10 WS-TT-DATE-PHOTO       PIC X(10).
              10 WS-TT-PRODUIT          PIC X(10).
       01 WS-TT-COUNT            PIC 9(5) VALUE 0.
       01 WS-TT-IDX              PIC 9(5).

       01 WS-CANAUX-INIT         PIC X(32)
          VALUE 'EMAIL   SMS     COURRIERAPPLI   '.
       01 WS-CANAUX REDEFINES WS-CANAUX-INIT.
           05 WS-NOM-CANAL OCCURS 4 TIMES PIC X(8).
       01 WS-CANAL-IDX           PIC 9.
       01 WS-CANAL-CPG           PIC 9.

      *> selection du client courant pour la campagne courante
       01 WS-RETENU              PIC X(3).
       01 WS-MOTIF               PIC X(20).
       01 WS-PRODUIT-CHERCHE     PIC X(10).
       01 WS-DETIENT             PIC X(3).
       01 WS-AGE                 PIC 9(3).
       01 WS-AN-JOUR             PIC 9(4).
       01 WS-AN-NAISSANCE        PIC 9(4).
       01 WS-SOUSCRIT            PIC X(3).

       01 WS-NB-CIBLES           PIC 9(7) VALUE 0.
       01 WS-NB-EXCLUS           PIC 9(7) VALUE 0.
       01 WS-NB-SUIVIES          PIC 9(7) VALUE 0.

      *> offre deposee par msgnotif (MESSAGES.DAT + NOTIFQUEUE.DAT)
       01 WS-NOTIF-IDCLIENT      PIC 9(5).
       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

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

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'campagnebatch'.
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

           OPEN OUTPUT CAMPAGNE-RPT.
           MOVE SPACES TO CAMPAGNE-RPT-LINE.
           STRING "CAMPAGNES COMMERCIALES - PASSAGE DU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO CAMPAGNE-RPT-LINE.
           WRITE CAMPAGNE-RPT-LINE.

           PERFORM 0200-CHARGER-CAMPAGNES.
           IF WS-A-SUIVRE = 'OUI' OR WS-A-LANCER = 'OUI'
              PERFORM 0300-CHARGER-CLIENTS
           END-IF.
           IF WS-TABLES-TRONQUE = 'OUI'
              MOVE "*** TABLES CAMPAGNES/CLIENTS TROP PETITES : ARRET"
                TO CAMPAGNE-RPT-LINE
              WRITE CAMPAGNE-RPT-LINE
              CLOSE CAMPAGNE-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-A-SUIVRE = 'OUI'
              PERFORM 0400-SUIVRE-REPONSES
           END-IF.

           PERFORM VARYING WS-CPG-IDX FROM 1 BY 1
              UNTIL WS-CPG-IDX > WS-CPG-COUNT
              IF WS-CPG-STATUT(WS-CPG-IDX) = 'A LANCER'
                 AND WS-CPG-DATE-LANCEMENT(WS-CPG-IDX)
                    NOT > WS-TODAY-ISO
                 PERFORM 0500-LANCER-CAMPAGNE
              END-IF
           END-PERFORM.

           PERFORM 0900-REECRIRE-CAMPAGNES.

           MOVE SPACES TO CAMPAGNE-RPT-LINE.
           STRING "CIBLES CONTACTES: " WS-NB-CIBLES
              "  EXCLUS: " WS-NB-EXCLUS
              "  REPONSES SUIVIES: " WS-NB-SUIVIES
              DELIMITED BY SIZE INTO CAMPAGNE-RPT-LINE.
           WRITE CAMPAGNE-RPT-LINE.
           CLOSE CAMPAGNE-RPT.

           MOVE 'CAMPAGNE' TO WS-SPOOL-NOM.
           MOVE 'CAMPAGNE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-CIBLES + WS-NB-EXCLUS
              + WS-NB-SUIVIES.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-CHARGER-CAMPAGNES.
           MOVE 'NON' TO WS-EOF.
           INITIALIZE WS-SUIVI-TABLE.
           OPEN INPUT CAMPAGNE.
           IF WS-CAMPAGNE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CAMPAGNE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-CPG-COUNT < 200
                 ADD 1 TO WS-CPG-COUNT
                 MOVE CAMPAGNE-RECORD TO WS-CPG-ENTRY(WS-CPG-COUNT)
                 IF CPG-STATUT = 'LANCEE'
                    MOVE 'OUI' TO WS-A-SUIVRE
                 END-IF
                 IF CPG-STATUT = 'A LANCER'
                    AND CPG-DATE-LANCEMENT NOT > WS-TODAY-ISO
                    MOVE 'OUI' TO WS-A-LANCER
                 END-IF
              ELSE
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
              END-IF
              READ CAMPAGNE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CAMPAGNE.

      *>------------------------------------------------------------------------
      *> donnees client communes a la selection et au suivi
      *>------------------------------------------------------------------------
       0300-CHARGER-CLIENTS.
           PERFORM 0310-CHARGER-TITULAIRES.
           IF WS-TABLES-TRONQUE = 'OUI'
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0320-CHARGER-SOLDES.
           PERFORM 0330-CHARGER-PRODUITS.
           PERFORM 0340-CHARGER-NAISSANCES.
           PERFORM 0350-CHARGER-DEPOTS-PRETS.
           PERFORM 0360-CHARGER-CONSENTEMENTS.
           PERFORM 0370-CHARGER-PREFERENCES.
           PERFORM 0380-CHARGER-EFFACEMENTS.

      *>    solde total du client : derniere photo de chacun de ses
      *>    comptes
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
              UNTIL WS-TT-IDX > WS-TT-COUNT
              ADD WS-TT-SOLDE(WS-TT-IDX)
                TO WS-CL-SOLDE(WS-TT-CL-IDX(WS-TT-IDX))
           END-PERFORM.

       0310-CHARGER-TITULAIRES.
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
                 MOVE TIT-IDCLIENT TO WS-CL-CHERCHE
                 PERFORM 0390-TROUVER-CLIENT
                 IF WS-CL-TROUVE = 0
                    PERFORM 0315-AJOUTER-CLIENT
                 END-IF
                 IF WS-CL-TROUVE > 0
                    IF WS-TT-COUNT < 10000
                       ADD 1 TO WS-TT-COUNT
                       MOVE TIT-COMPTEID TO WS-TT-COMPTEID(WS-TT-COUNT)
                       MOVE WS-CL-TROUVE TO WS-TT-CL-IDX(WS-TT-COUNT)
                       MOVE ZEROES TO WS-TT-SOLDE(WS-TT-COUNT)
                       MOVE SPACES TO WS-TT-DATE-PHOTO(WS-TT-COUNT)
                       MOVE SPACES TO WS-TT-PRODUIT(WS-TT-COUNT)
                    ELSE
                       MOVE 'OUI' TO WS-TABLES-TRONQUE
                    END-IF
                 END-IF
              END-IF
              READ TITULAIRES NEXT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

       0315-AJOUTER-CLIENT.
           IF WS-CL-COUNT NOT < 5000
              MOVE 'OUI' TO WS-TABLES-TRONQUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CL-COUNT.
           MOVE WS-CL-COUNT TO WS-CL-TROUVE.
           MOVE TIT-IDCLIENT TO WS-CL-IDCLIENT(WS-CL-COUNT).
           MOVE ZEROES TO WS-CL-SOLDE(WS-CL-COUNT).
           MOVE SPACES TO WS-CL-DT-DATE(WS-CL-COUNT).
           MOVE SPACES TO WS-CL-PRET-DATE(WS-CL-COUNT).
           MOVE SPACES TO WS-CL-NAISSANCE(WS-CL-COUNT).
           PERFORM VARYING WS-CANAL-IDX FROM 1 BY 1
              UNTIL WS-CANAL-IDX > 4
              MOVE 'NON' TO WS-CL-CONSENT(WS-CL-COUNT, WS-CANAL-IDX)
           END-PERFORM.
           MOVE 'BAL' TO WS-CL-NP-CANAL(WS-CL-COUNT).
           MOVE 'NON' TO WS-CL-EFFACE(WS-CL-COUNT).

      *> derniere photo de chaque compte (fichier en ordre de date,
      *> la plus recente l'emporte)
       0320-CHARGER-SOLDES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SOLDEHIST.
           IF WS-SOLDEHIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SOLDEHIST
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                 UNTIL WS-TT-IDX > WS-TT-COUNT
                 IF WS-TT-COMPTEID(WS-TT-IDX) = SH-COMPTEID
                    AND SH-DATE NOT < WS-TT-DATE-PHOTO(WS-TT-IDX)
                    MOVE SH-SOLDE TO WS-TT-SOLDE(WS-TT-IDX)
                    MOVE SH-DATE TO WS-TT-DATE-PHOTO(WS-TT-IDX)
                 END-IF
              END-PERFORM
              READ SOLDEHIST
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SOLDEHIST.

       0330-CHARGER-PRODUITS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT COMPTEPROD.
           IF WS-COMPTEPROD-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ COMPTEPROD
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                 UNTIL WS-TT-IDX > WS-TT-COUNT
                 IF WS-TT-COMPTEID(WS-TT-IDX) = CP-COMPTEID
                    MOVE CP-CODE-PRODUIT TO WS-TT-PRODUIT(WS-TT-IDX)
                 END-IF
              END-PERFORM
              READ COMPTEPROD
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE COMPTEPROD.

       0340-CHARGER-NAISSANCES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT ETATCIVIL.
           IF WS-ETATCIVIL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ ETATCIVIL
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE EC-IDCLIENT TO WS-CL-CHERCHE
              PERFORM 0390-TROUVER-CLIENT
              IF WS-CL-TROUVE > 0
                 MOVE EC-DATE-NAISSANCE
                   TO WS-CL-NAISSANCE(WS-CL-TROUVE)
              END-IF
              READ ETATCIVIL
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE ETATCIVIL.

      *> depot a terme ACTIF et pret non SOLDE : date d'ouverture la
      *> plus recente, qui sert aussi a mesurer les souscriptions
       0350-CHARGER-DEPOTS-PRETS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT DEPATERME.
           IF WS-DEPATERME-STATUS = "00"
              READ DEPATERME
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 MOVE DT-IDCLIENT TO WS-CL-CHERCHE
                 PERFORM 0390-TROUVER-CLIENT
                 IF WS-CL-TROUVE > 0 AND DT-STATUT = 'ACTIF'
                    AND DT-DATE-OUVERTURE > WS-CL-DT-DATE(WS-CL-TROUVE)
                    MOVE DT-DATE-OUVERTURE
                      TO WS-CL-DT-DATE(WS-CL-TROUVE)
                 END-IF
                 READ DEPATERME
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE DEPATERME
           END-IF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PRETS.
           IF WS-PRETS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PRETS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE PR-IDCLIENT TO WS-CL-CHERCHE
              PERFORM 0390-TROUVER-CLIENT
              IF WS-CL-TROUVE > 0 AND PR-STATUT NOT = 'SOLDE'
                 AND PR-DATE-DEBUT > WS-CL-PRET-DATE(WS-CL-TROUVE)
                 MOVE PR-DATE-DEBUT TO WS-CL-PRET-DATE(WS-CL-TROUVE)
              END-IF
              READ PRETS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PRETS.

      *> consentement en vigueur : derniere ligne du registre pour
      *> le client et le canal
       0360-CHARGER-CONSENTEMENTS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CONSENT.
           IF WS-CONSENT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CONSENT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE CNS-IDCLIENT TO WS-CL-CHERCHE
              PERFORM 0390-TROUVER-CLIENT
              IF WS-CL-TROUVE > 0
                 PERFORM VARYING WS-CANAL-IDX FROM 1 BY 1
                    UNTIL WS-CANAL-IDX > 4
                    IF CNS-CANAL = WS-NOM-CANAL(WS-CANAL-IDX)
                       MOVE CNS-ACCORD
                         TO WS-CL-CONSENT(WS-CL-TROUVE, WS-CANAL-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              READ CONSENT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CONSENT.

       0370-CHARGER-PREFERENCES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT NOTIFPREF.
           IF WS-NOTIFPREF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ NOTIFPREF
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE NP-IDCLIENT TO WS-CL-CHERCHE
              PERFORM 0390-TROUVER-CLIENT
              IF WS-CL-TROUVE > 0
                 MOVE NP-CANAL TO WS-CL-NP-CANAL(WS-CL-TROUVE)
              END-IF
              READ NOTIFPREF
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE NOTIFPREF.

       0380-CHARGER-EFFACEMENTS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT EFFACEMENT.
           IF WS-EFFACEMENT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ EFFACEMENT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF EF-STATUT = 'EFFECTUEE'
                 MOVE EF-IDCLIENT TO WS-CL-CHERCHE
                 PERFORM 0390-TROUVER-CLIENT
                 IF WS-CL-TROUVE > 0
                    MOVE 'OUI' TO WS-CL-EFFACE(WS-CL-TROUVE)
                 END-IF
              END-IF
              READ EFFACEMENT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE EFFACEMENT.

      *> rang du client WS-CL-CHERCHE dans la table, zero si absent
       0390-TROUVER-CLIENT.
           MOVE 0 TO WS-CL-TROUVE.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              IF WS-CL-IDCLIENT(WS-CL-IDX) = WS-CL-CHERCHE
                 MOVE WS-CL-IDX TO WS-CL-TROUVE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

      *>------------------------------------------------------------------------
      *> suivi des reponses des campagnes lancees : la piste est
      *> recopiee sur CAMPCIBLE.TMP avec les reponses mises a jour
      *>------------------------------------------------------------------------
       0400-SUIVRE-REPONSES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CAMPCIBLE.
           IF WS-CAMPCIBLE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CAMPCIBLE-TMP.
           READ CAMPCIBLE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CIB-DECISION = 'CIBLE'
                 PERFORM 0410-SUIVRE-CIBLE
              END-IF
              WRITE CAMPCIBLE-TMP-RECORD FROM CAMPCIBLE-RECORD
              READ CAMPCIBLE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CAMPCIBLE.
           CLOSE CAMPCIBLE-TMP.

           OPEN INPUT CAMPCIBLE-TMP.
           OPEN OUTPUT CAMPCIBLE.
           MOVE 'NON' TO WS-EOF.
           READ CAMPCIBLE-TMP
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              WRITE CAMPCIBLE-RECORD FROM CAMPCIBLE-TMP-RECORD
              READ CAMPCIBLE-TMP
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CAMPCIBLE-TMP.
           CLOSE CAMPCIBLE.

      *>    bilan et cloture des campagnes suivies
           PERFORM VARYING WS-CPG-IDX FROM 1 BY 1
              UNTIL WS-CPG-IDX > WS-CPG-COUNT
              IF WS-CPG-STATUT(WS-CPG-IDX) = 'LANCEE'
                 PERFORM 0420-BILAN-CAMPAGNE
              END-IF
           END-PERFORM.

      *> ligne CIBLE d'une campagne LANCEE restee ENVOYEE : souscrite
      *> depuis l'envoi, ou sans suite si la campagne est terminee
       0410-SUIVRE-CIBLE.
           PERFORM VARYING WS-CPG-IDX FROM 1 BY 1
              UNTIL WS-CPG-IDX > WS-CPG-COUNT
              IF WS-CPG-CODE(WS-CPG-IDX) = CIB-CODE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CPG-IDX > WS-CPG-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF WS-CPG-STATUT(WS-CPG-IDX) NOT = 'LANCEE'
              EXIT PARAGRAPH
           END-IF.
           IF CIB-REPONSE = 'ENVOYEE'
              PERFORM 0430-CONTROLER-SOUSCRIPTION
              IF WS-SOUSCRIT = 'OUI'
                 MOVE 'SOUSCRITE' TO CIB-REPONSE
                 MOVE WS-TODAY-ISO TO CIB-DATE-REPONSE
                 ADD 1 TO WS-NB-SUIVIES
              ELSE
                 IF WS-CPG-DATE-FIN(WS-CPG-IDX) NOT = SPACES
                    AND WS-CPG-DATE-FIN(WS-CPG-IDX) < WS-TODAY-ISO
                    MOVE 'SANS SUITE' TO CIB-REPONSE
                    MOVE WS-TODAY-ISO TO CIB-DATE-REPONSE
                    ADD 1 TO WS-NB-SUIVIES
                 END-IF
              END-IF
           END-IF.
           EVALUATE CIB-REPONSE
              WHEN 'ENVOYEE'
                 ADD 1 TO WS-SV-ENVOYEES(WS-CPG-IDX)
              WHEN 'SOUSCRITE'
                 ADD 1 TO WS-SV-SOUSCRITES(WS-CPG-IDX)
              WHEN 'SANS SUITE'
                 ADD 1 TO WS-SV-SANS-SUITE(WS-CPG-IDX)
           END-EVALUATE.

       0420-BILAN-CAMPAGNE.
           MOVE SPACES TO CAMPAGNE-RPT-LINE.
           STRING "SUIVI " WS-CPG-CODE(WS-CPG-IDX)
              " EN ATTENTE: " WS-SV-ENVOYEES(WS-CPG-IDX)
              " SOUSCRITES: " WS-SV-SOUSCRITES(WS-CPG-IDX)
              " SANS SUITE: " WS-SV-SANS-SUITE(WS-CPG-IDX)
              DELIMITED BY SIZE INTO CAMPAGNE-RPT-LINE.
           WRITE CAMPAGNE-RPT-LINE.
           IF WS-CPG-DATE-FIN(WS-CPG-IDX) NOT = SPACES
              AND WS-CPG-DATE-FIN(WS-CPG-IDX) < WS-TODAY-ISO
              MOVE 'CLOTUREE' TO WS-CPG-STATUT(WS-CPG-IDX)
              MOVE SPACES TO CAMPAGNE-RPT-LINE
              STRING "CAMPAGNE " WS-CPG-CODE(WS-CPG-IDX)
                 " CLOTUREE (FIN LE " WS-CPG-DATE-FIN(WS-CPG-IDX) ")"
                 DELIMITED BY SIZE INTO CAMPAGNE-RPT-LINE
              WRITE CAMPAGNE-RPT-LINE
           END-IF.

      *> le client CIB-IDCLIENT detient-il le produit offert depuis
      *> l'envoi : depot a terme ou pret ouvert a compter de la date
      *> d'envoi, ou compte du code produit offert
       0430-CONTROLER-SOUSCRIPTION.
           MOVE 'NON' TO WS-SOUSCRIT.
           IF WS-CPG-PRODUIT-OFFERT(WS-CPG-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE CIB-IDCLIENT TO WS-CL-CHERCHE.
           PERFORM 0390-TROUVER-CLIENT.
           IF WS-CL-TROUVE = 0
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-CPG-PRODUIT-OFFERT(WS-CPG-IDX)
              WHEN 'DEPOT TERME'
                 IF WS-CL-DT-DATE(WS-CL-TROUVE) NOT < CIB-DATE
                    MOVE 'OUI' TO WS-SOUSCRIT
                 END-IF
              WHEN 'PRET'
                 IF WS-CL-PRET-DATE(WS-CL-TROUVE) NOT < CIB-DATE
                    MOVE 'OUI' TO WS-SOUSCRIT
                 END-IF
              WHEN OTHER
                 MOVE WS-CPG-PRODUIT-OFFERT(WS-CPG-IDX)
                   TO WS-PRODUIT-CHERCHE
                 PERFORM 0560-DETIENT-PRODUIT
                 MOVE WS-DETIENT TO WS-SOUSCRIT
           END-EVALUATE.

      *>------------------------------------------------------------------------
      *> lancement d'une campagne : selection sur criteres, puis
      *> offre aux seuls clients consentants, exclusions motivees
      *>------------------------------------------------------------------------
       0500-LANCER-CAMPAGNE.
           MOVE 0 TO WS-CANAL-CPG.
           PERFORM VARYING WS-CANAL-IDX FROM 1 BY 1
              UNTIL WS-CANAL-IDX > 4
              IF WS-NOM-CANAL(WS-CANAL-IDX) = WS-CPG-CANAL(WS-CPG-IDX)
                 AND WS-CPG-CANAL(WS-CPG-IDX) NOT = 'COURRIER'
                 MOVE WS-CANAL-IDX TO WS-CANAL-CPG
              END-IF
           END-PERFORM.
           IF WS-CANAL-CPG = 0 OR WS-CPG-SUJET(WS-CPG-IDX) = SPACES
              MOVE 'REJETEE' TO WS-CPG-STATUT(WS-CPG-IDX)
              MOVE SPACES TO CAMPAGNE-RPT-LINE
              STRING "CAMPAGNE " WS-CPG-CODE(WS-CPG-IDX)
                 " REJETEE : CANAL (APPLI/EMAIL/SMS) OU SUJET INVALIDE"
                 DELIMITED BY SIZE INTO CAMPAGNE-RPT-LINE
              WRITE CAMPAGNE-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOTIF-SUBJECT.
           STRING 'OFFRE ' WS-CPG-CODE(WS-CPG-IDX) ' '
              WS-CPG-SUJET(WS-CPG-IDX)
              DELIMITED BY SIZE INTO WS-NOTIF-SUBJECT.
           MOVE WS-CPG-TEXTE(WS-CPG-IDX) TO WS-NOTIF-BODY.
           MOVE ZEROES TO WS-CPG-NB-CIBLES(WS-CPG-IDX).
           MOVE ZEROES TO WS-CPG-NB-EXCLUS(WS-CPG-IDX).

           OPEN EXTEND CAMPCIBLE.
           IF WS-CAMPCIBLE-STATUS = "35"
              OPEN OUTPUT CAMPCIBLE
           END-IF.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              PERFORM 0510-SELECTIONNER
              IF WS-RETENU = 'OUI'
                 PERFORM 0520-CONTACTER
              END-IF
           END-PERFORM.
           CLOSE CAMPCIBLE.

           MOVE 'LANCEE' TO WS-CPG-STATUT(WS-CPG-IDX).
           MOVE WS-TODAY-ISO TO WS-CPG-DATE-EXEC(WS-CPG-IDX).
           MOVE SPACES TO CAMPAGNE-RPT-LINE.
           STRING "LANCEMENT " WS-CPG-CODE(WS-CPG-IDX)
              " CANAL " WS-CPG-CANAL(WS-CPG-IDX)
              " CIBLES: " WS-CPG-NB-CIBLES(WS-CPG-IDX)
              " EXCLUS: " WS-CPG-NB-EXCLUS(WS-CPG-IDX)
              DELIMITED BY SIZE INTO CAMPAGNE-RPT-LINE.
           WRITE CAMPAGNE-RPT-LINE.

      *> criteres de la campagne sur le client WS-CL-IDX ; l'agence,
      *> qui coute un acces a la base, est controlee en dernier
       0510-SELECTIONNER.
           MOVE 'NON' TO WS-RETENU.
           MOVE SPACES TO WS-MOTIF.
           IF WS-CL-SOLDE(WS-CL-IDX) < WS-CPG-SOLDE-MIN(WS-CPG-IDX)
              EXIT PARAGRAPH
           END-IF.
           IF WS-CPG-SOLDE-MAX(WS-CPG-IDX) > ZEROES
              AND WS-CL-SOLDE(WS-CL-IDX) > WS-CPG-SOLDE-MAX(WS-CPG-IDX)
              EXIT PARAGRAPH
           END-IF.

           IF WS-CPG-PRODUIT-REQUIS(WS-CPG-IDX) NOT = SPACES
              MOVE WS-CPG-PRODUIT-REQUIS(WS-CPG-IDX)
                TO WS-PRODUIT-CHERCHE
              MOVE WS-CL-IDX TO WS-CL-TROUVE
              PERFORM 0560-DETIENT-PRODUIT
              IF WS-DETIENT = 'NON'
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-CPG-PRODUIT-EXCLU(WS-CPG-IDX) NOT = SPACES
              MOVE WS-CPG-PRODUIT-EXCLU(WS-CPG-IDX)
                TO WS-PRODUIT-CHERCHE
              MOVE WS-CL-IDX TO WS-CL-TROUVE
              PERFORM 0560-DETIENT-PRODUIT
              IF WS-DETIENT = 'OUI'
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-CPG-DEPOT-TERME(WS-CPG-IDX) = 'OUI'
              AND WS-CL-DT-DATE(WS-CL-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-CPG-DEPOT-TERME(WS-CPG-IDX) = 'NON'
              AND WS-CL-DT-DATE(WS-CL-IDX) NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-CPG-PRET(WS-CPG-IDX) = 'OUI'
              AND WS-CL-PRET-DATE(WS-CL-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-CPG-PRET(WS-CPG-IDX) = 'NON'
              AND WS-CL-PRET-DATE(WS-CL-IDX) NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           IF WS-CPG-AGE-MIN(WS-CPG-IDX) > ZEROES
              OR WS-CPG-AGE-MAX(WS-CPG-IDX) > ZEROES
              IF WS-CL-NAISSANCE(WS-CL-IDX)(1:4) IS NOT NUMERIC
                 EXIT PARAGRAPH
              END-IF
              PERFORM 0570-CALCULER-AGE
              IF WS-AGE < WS-CPG-AGE-MIN(WS-CPG-IDX)
                 EXIT PARAGRAPH
              END-IF
              IF WS-CPG-AGE-MAX(WS-CPG-IDX) > ZEROES
                 AND WS-AGE > WS-CPG-AGE-MAX(WS-CPG-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE 'OUI' TO WS-RETENU.
           IF WS-CPG-AGENCE(WS-CPG-IDX) NOT = SPACES
              MOVE WS-CL-IDCLIENT(WS-CL-IDX) TO L-CLIENT-ID
              MOVE SPACES TO L-COMPTE-AGENCE
              CALL 'fcdatasclient' USING
                 L-CLIENT-ID, L-CLIENT-NOM, L-CLIENT-PRENOM,
                 L-CLIENT-RSOCIALE, L-CLIENT-TYPECLIENT,
                 L-CLIENT-EXTERNE, L-COMPTE-ID, L-COMPTE-IBAN,
                 L-COMPTE-DTOUV, L-COMPTE-SOLDE, L-COMPTE-CLIENTID,
                 L-COMPTE-AGENCE
      *>       mode degrade : pas de colonne AGENCE hors de la base,
      *>       le client est trace exclu plutot qu'ignore
              IF L-CLIENT-NOM = 'MODE DEGRADE'
                 OR L-COMPTE-AGENCE = SPACES
                 MOVE 'AGENCE INCONNUE' TO WS-MOTIF
              ELSE
                 IF L-COMPTE-AGENCE NOT = WS-CPG-AGENCE(WS-CPG-IDX)
                    MOVE 'NON' TO WS-RETENU
                 END-IF
              END-IF
           END-IF.

      *> client retenu : offre s'il est joignable sur le canal de la
      *> campagne avec son consentement, exclusion motivee sinon
       0520-CONTACTER.
           IF WS-MOTIF = SPACES
              AND WS-CL-EFFACE(WS-CL-IDX) = 'OUI'
              MOVE 'CLIENT EFFACE' TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES
              AND WS-CL-CONSENT(WS-CL-IDX, WS-CANAL-CPG) NOT = 'OUI'
              MOVE 'SANS CONSENTEMENT' TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES
              AND WS-CPG-CANAL(WS-CPG-IDX) NOT = 'APPLI'
              AND WS-CL-NP-CANAL(WS-CL-IDX)
                 NOT = WS-CPG-CANAL(WS-CPG-IDX)
              MOVE 'SANS CONTACT' TO WS-MOTIF
           END-IF.

           INITIALIZE CAMPCIBLE-RECORD.
           MOVE WS-CPG-CODE(WS-CPG-IDX) TO CIB-CODE.
           MOVE WS-CL-IDCLIENT(WS-CL-IDX) TO CIB-IDCLIENT.
           MOVE WS-TODAY-ISO TO CIB-DATE.
           MOVE WS-CPG-CANAL(WS-CPG-IDX) TO CIB-CANAL.
           IF WS-MOTIF NOT = SPACES
              MOVE 'EXCLU' TO CIB-DECISION
              MOVE WS-MOTIF TO CIB-MOTIF
              ADD 1 TO WS-CPG-NB-EXCLUS(WS-CPG-IDX)
              ADD 1 TO WS-NB-EXCLUS
           ELSE
              MOVE 'CIBLE' TO CIB-DECISION
              MOVE 'ENVOYEE' TO CIB-REPONSE
              ADD 1 TO WS-CPG-NB-CIBLES(WS-CPG-IDX)
              ADD 1 TO WS-NB-CIBLES
              MOVE WS-CL-IDCLIENT(WS-CL-IDX) TO WS-NOTIF-IDCLIENT
              CALL 'msgnotif' USING WS-NOTIF-IDCLIENT,
                 WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO
           END-IF.
           WRITE CAMPCIBLE-RECORD.

      *> un compte du client WS-CL-TROUVE porte-t-il le code produit
      *> WS-PRODUIT-CHERCHE (DEPOT TERME et PRET : contrat en cours)
       0560-DETIENT-PRODUIT.
           MOVE 'NON' TO WS-DETIENT.
           EVALUATE WS-PRODUIT-CHERCHE
              WHEN 'DEPOT TERME'
                 IF WS-CL-DT-DATE(WS-CL-TROUVE) NOT = SPACES
                    MOVE 'OUI' TO WS-DETIENT
                 END-IF
              WHEN 'PRET'
                 IF WS-CL-PRET-DATE(WS-CL-TROUVE) NOT = SPACES
                    MOVE 'OUI' TO WS-DETIENT
                 END-IF
              WHEN OTHER
                 PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                    UNTIL WS-TT-IDX > WS-TT-COUNT
                    IF WS-TT-CL-IDX(WS-TT-IDX) = WS-CL-TROUVE
                       AND WS-TT-PRODUIT(WS-TT-IDX) = WS-PRODUIT-CHERCHE
                       MOVE 'OUI' TO WS-DETIENT
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
           END-EVALUATE.

      *> age revolu a la date de traitement
       0570-CALCULER-AGE.
           MOVE WS-TODAY-ISO(1:4) TO WS-AN-JOUR.
           MOVE WS-CL-NAISSANCE(WS-CL-IDX)(1:4) TO WS-AN-NAISSANCE.
           IF WS-AN-NAISSANCE > WS-AN-JOUR
              MOVE ZEROES TO WS-AGE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE = WS-AN-JOUR - WS-AN-NAISSANCE.
           IF WS-TODAY-ISO(6:5) < WS-CL-NAISSANCE(WS-CL-IDX)(6:5)
              AND WS-AGE > 0
              SUBTRACT 1 FROM WS-AGE
           END-IF.

       0900-REECRIRE-CAMPAGNES.
           IF WS-CPG-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CAMPAGNE.
           PERFORM VARYING WS-CPG-IDX FROM 1 BY 1
              UNTIL WS-CPG-IDX > WS-CPG-COUNT
              MOVE WS-CPG-ENTRY(WS-CPG-IDX) TO CAMPAGNE-RECORD
              WRITE CAMPAGNE-RECORD
           END-PERFORM.
           CLOSE CAMPAGNE.

       END PROGRAM campagnebatch.
