           SELECT FRAISCAPPARM ASSIGN TO "FRAISCAPPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> clientele financierement fragile reperee par fragilebatch
      *> (voir FRAGILE.cpy) : plafond mensuel reduit
           SELECT FRAGILES ASSIGN TO "FRAGILES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRAGILES-STATUS.

      *> catalogue des forfaits vendus (cotisation mensuelle, frais
      *> de carte inclus, N premiers frais d'incident offerts) et
      *> souscriptions par client : un frais couvert par le forfait
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FORFSOUSCR-STATUS.

      *> tarifs dates des frais (voir TARIF.cpy) : le montant
      *> facture est celui en vigueur a la date de l'operation
           SELECT TARIFS ASSIGN TO "TARIFS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TARIFS-STATUS.

      *> registre des clients sensibles (voir CLISENS.cpy) : le
      *> personnel de la banque beneficie de la remise personnel
           SELECT CLISENS ASSIGN TO "CLISENS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLISENS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEESLEDG.
       01 FEE-LEDGER-RECORD.
           05 FL-TYPEOP      PIC X(25).
           05 FL-MONTANT     PIC S9(9)V99.
           05 FL-DATE        PIC X(10).
      *> compte et client factures, portes au journal depuis que le
      *> releve de frais par client (fraisrelevebatch) et le plafond
      *> mensuel des frais d'incident en ont besoin
           05 FL-COMPTEID    PIC 9(5).
           05 FL-IDCLIENT    PIC 9(5).

       FD FRAISCAPPARM.
       01 FRAISCAPPARM-RECORD.
           05 FCP-PLAFOND-MOIS   PIC 9(3)V99.
      *>    plafond reduit de la clientele fragile (champ ajoute en
      *>    fin de ligne : absent des anciens fichiers)
           05 FCP-PLAFOND-FRAGILE PIC 9(3)V99.
      *>    remise personnel en pourcentage des frais (champ ajoute
      *>    en fin de ligne a son tour)
           05 FCP-REMISE-PERSONNEL PIC 9(3).

       FD FRAGILES.
           COPY "FRAGILE.cpy".

       FD FORFAITS.
       01 FORFAITS-RECORD.

       FD FORFSOUSCR.
       01 FORFSOUSCR-RECORD.
           05 FS-IDCLIENT        PIC 9(5).
           05 FS-CODE-FORFAIT    PIC X(6).
           05 FS-COMPTEID        PIC 9(5).
           05 FS-DATE-SOUSCR     PIC X(10).
           05 FS-STATUT          PIC X(10).

       FD TARIFS.
           COPY "TARIF.cpy".

       FD CLISENS.
           COPY "CLISENS.cpy".

       WORKING-STORAGE SECTION.

           COPY "FEESCHED.cpy".

      *> plafond mensuel des frais d'incident (types au bareme marques
      *> WS-FEE-CAPPED = OUI) : au-dela, le frais est reduit voire
      *> le type PLAFOND FRAIS INCIDENT pour que feerpt puisse
      *> chiffrer ce que le plafond coute
       01 WS-CAP-MOIS               PIC 9(3)V99 VALUE 25.00.
      *> plafond reduit du client reconnu fragile (FRAGILES.DAT au
      *> statut FRAGILE, ou L-FRAGFINANC = OUI passe par l'appelant)
      *> et plafond retenu pour le frais en cours
       01 WS-CAP-FRAGILE            PIC 9(3)V99 VALUE 16.50.
       01 WS-CAP-APPLIQUE           PIC 9(3)V99.
       01 WS-FRAGILES-STATUS        PIC X(2).
       01 WS-EOF-FRAGILES           PIC X(3).
       01 WS-CLIENT-FRAGILE         PIC X(3).
      *> montant du frais en cours, tenu en numerique pour le calcul
      *> du plafond (L-MONTANT est un champ edite)
       01 WS-MONTANT-NUM            PIC 9(5)V99.
       01 WS-MTD-INCIDENTS          PIC 9(5)V99.
       01 WS-RELIQUAT               PIC 9(3)V99.
       01 WS-EOF-FEESLEDG           PIC X(3).
       01 WS-JDX                    PIC 9(2).
       01 WS-TYPE-INCIDENT          PIC X(3).
       01 WS-FEE-EST-INCIDENT       PIC X(3).

       01 WS-NB-INCIDENTS-MOIS      PIC 9(3).
       01 WS-FRAIS-COUVERT          PIC X(3).

      *> gel des frais d'incident au titre du surendettement
       01 WS-SUR-ACTION             PIC X VALUE 'S'.
       01 WS-SUR-ORIGINE            PIC X(20) VALUE 'FRAIS INCIDENT'.
       01 WS-SUR-MONTANT            PIC 9(7)V99.
       01 WS-SUR-SUSPENDU           PIC X(3).
       01 WS-SUR-STATUT             PIC X(10).

      *> tarif en vigueur du type a la date de l'operation
       01 WS-TARIFS-STATUS          PIC X(2).
       01 WS-EOF-TARIFS             PIC X(3).
       01 WS-TRF-TROUVE             PIC X(3).
       01 WS-TRF-DATE               PIC X(10).
       01 WS-TRF-MONTANT            PIC 9(3)V99.

      *> tarif personnel : pourcentage de remise sur tout frais
      *> facture a un client PERSONNEL ACTIF du registre CLISENS.DAT,
      *> la part remise tracee au journal sous son propre type
       01 WS-REMISE-PERSONNEL       PIC 9(3) VALUE 50.
       01 WS-CLISENS-STATUS         PIC X(2).
       01 WS-EOF-CLISENS            PIC X(3).
       01 WS-CLIENT-PERSONNEL       PIC X(3).

      *> passage simule d'un batch de postage (variable BATCHMODE
      *> posee par simulposte) : le frais est calcule mais rien
      *> n'est ecrit au journal ni au registre de surendettement
       01 WS-BATCHMODE              PIC X(10).

       01 WS-IDX                    PIC 9(2).
       01 WS-FEE-FOUND              PIC X(3) VALUE 'NON'.

       LINKAGE SECTION.
        77 L-DATE         PIC X(10).
        77 L-LIBELLE      PIC X(30).
      *> compte et client factures, portes au journal FEESLEDG.DAT
        77 L-COMPTEID     PIC 9(5).
        77 L-CLIENTID     PIC 9(5).


        PROCEDURE DIVISION USING L-MONTANT, L-SOMME,

        0100-MAIN-MPROCEDURE.

           MOVE SPACES TO WS-BATCHMODE.
           ACCEPT WS-BATCHMODE
              FROM ENVIRONMENT "BATCHMODE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-BATCHMODE = 'SIMULATION'
              MOVE 'T' TO WS-SUR-ACTION
           ELSE
              MOVE 'S' TO WS-SUR-ACTION
           END-IF.

           MOVE 'NON' TO WS-FEE-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16
              IF WS-FEE-TYPEOP(WS-IDX) = L-TYPEOP
                 MOVE 'OUI' TO WS-FEE-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *>    montant du tarif en vigueur a la date de l'operation,
      *>    bareme compile a defaut
           IF WS-FEE-FOUND = 'OUI'
              MOVE WS-FEE-AMOUNT(WS-IDX) TO WS-TRF-MONTANT
           ELSE
              MOVE WS-DEFAULT-AMOUNT TO WS-TRF-MONTANT
           END-IF.
           PERFORM 0110-TARIF-EN-VIGUEUR.

           IF WS-FEE-FOUND = 'OUI'
      *>       the L-PLAFOND cap is enforced before the amount is
      *>       moved into L-MONTANT, not after
              IF WS-FEE-CAPPED(WS-IDX) = 'OUI'
                 AND WS-TRF-MONTANT > L-PLAFOND
                 MOVE L-PLAFOND TO WS-MONTANT-NUM
              ELSE
                 MOVE WS-TRF-MONTANT TO WS-MONTANT-NUM
              END-IF
      *>       ligne au bareme a zero : frais d'assiette calcule par
      *>       l'appelant et transmis dans L-SOMME
              IF WS-TRF-MONTANT = ZEROES
                 AND L-SOMME NOT = SPACES
                 COMPUTE WS-MONTANT-NUM = FUNCTION NUMVAL(L-SOMME)
              END-IF

              IF WS-FEE-APPEND-SOMME(WS-IDX) = 'OUI'
                 MOVE WS-FEE-LIBELLE(WS-IDX) TO L-LIBELLE
              END-IF
           ELSE
              MOVE WS-TRF-MONTANT TO WS-MONTANT-NUM
              MOVE WS-DEFAULT-LIBELLE TO L-LIBELLE
           END-IF.

              PERFORM 0130-TRACER-FRAIS-COUVERT
           END-IF.

      *>    tarif personnel : la remise s'applique au frais restant
      *>    apres le forfait, avant gel et plafond legal
           IF WS-MONTANT-NUM > ZEROES
              PERFORM 0140-REMISE-PERSONNEL
           END-IF.

      *>    les frais d'incident (rejet, opposition...) sont plafonnes
      *>    par client et par mois : frais partiel quand le plafond
      *>    approche, nul quand il est atteint
              AND WS-FEE-CAPPED(WS-IDX) = 'OUI'
              MOVE 'OUI' TO WS-FEE-EST-INCIDENT
           END-IF.
      *>    client au dossier de surendettement ADMISSIBLE ou
      *>    PLAN : frais d'incident gele, journalise par surendcheck
           IF WS-FEE-EST-INCIDENT = 'OUI'
              AND WS-MONTANT-NUM > ZEROES
              MOVE WS-MONTANT-NUM TO WS-SUR-MONTANT
              CALL 'surendcheck' USING WS-SUR-ACTION, L-COMPTEID,
                 L-CLIENTID, L-DATE, WS-SUR-ORIGINE, WS-SUR-MONTANT,
                 WS-SUR-SUSPENDU, WS-SUR-STATUT
              IF WS-SUR-SUSPENDU = 'OUI'
                 MOVE ZEROES TO WS-MONTANT-NUM
              END-IF
           END-IF.
           IF WS-FEE-EST-INCIDENT = 'OUI'
              AND WS-MONTANT-NUM > ZEROES
              PERFORM 0150-APPLIQUER-PLAFOND-MOIS

           GOBACK.

      *> ligne de TARIFS.DAT du type dont la date d'effet est la
      *> plus recente sans depasser la date de l'operation ; sans
      *> fichier ou sans ligne en vigueur, WS-TRF-MONTANT garde le
      *> montant du bareme compile
       0110-TARIF-EN-VIGUEUR.
           MOVE 'NON' TO WS-TRF-TROUVE.
           MOVE SPACES TO WS-TRF-DATE.
           MOVE 'NON' TO WS-EOF-TARIFS.
           OPEN INPUT TARIFS.
           IF WS-TARIFS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ TARIFS
              AT END MOVE 'OUI' TO WS-EOF-TARIFS
           END-READ.
           PERFORM UNTIL WS-EOF-TARIFS = 'OUI'
              IF TF-TYPEOP = L-TYPEOP
                 AND TF-DATE-EFFET NOT > L-DATE
                 AND (WS-TRF-TROUVE = 'NON'
                    OR TF-DATE-EFFET NOT < WS-TRF-DATE)
                 MOVE 'OUI' TO WS-TRF-TROUVE
                 MOVE TF-DATE-EFFET TO WS-TRF-DATE
                 MOVE TF-MONTANT TO WS-TRF-MONTANT
              END-IF
              READ TARIFS
                 AT END MOVE 'OUI' TO WS-EOF-TARIFS
              END-READ
           END-PERFORM.
           CLOSE TARIFS.

      *> le client a-t-il un forfait ACTIF, et ce forfait couvre-t-il
      *> le frais en cours ? (frais de carte inclus, ou l'un des N
      *> premiers frais d'incident du mois offerts)
                    ADD 1 TO WS-NB-INCIDENTS-MOIS
                 ELSE
                    PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > 16
                       IF WS-FEE-TYPEOP(WS-JDX) = FL-TYPEOP
                          AND WS-FEE-CAPPED(WS-JDX) = 'OUI'
                          ADD 1 TO WS-NB-INCIDENTS-MOIS
           MOVE L-DATE TO FL-DATE.
           MOVE L-COMPTEID TO FL-COMPTEID.
           MOVE L-CLIENTID TO FL-IDCLIENT.
           PERFORM 0190-ECRIRE-FEESLEDG.

      *> client salarie (PERSONNEL ACTIF au registre des clients
      *> sensibles) : frais reduit du pourcentage de FRAISCAPPARM.DAT
      *> (troisieme champ, 50 % a defaut), remise tracee au journal
      *> sous le type REMISE PERSONNEL pour que feerpt la chiffre
       0140-REMISE-PERSONNEL.
           MOVE 'NON' TO WS-CLIENT-PERSONNEL.
           MOVE 'NON' TO WS-EOF-CLISENS.
           OPEN INPUT CLISENS.
           IF WS-CLISENS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CLISENS
              AT END MOVE 'OUI' TO WS-EOF-CLISENS
           END-READ.
           PERFORM UNTIL WS-EOF-CLISENS = 'OUI'
              IF SNS-IDCLIENT = L-CLIENTID
                 AND SNS-CATEGORIE = 'PERSONNEL'
                 AND SNS-STATUT = 'ACTIF'
                 MOVE 'OUI' TO WS-CLIENT-PERSONNEL
                 MOVE 'OUI' TO WS-EOF-CLISENS
              ELSE
                 READ CLISENS
                    AT END MOVE 'OUI' TO WS-EOF-CLISENS
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE CLISENS.
           IF WS-CLIENT-PERSONNEL = 'NON'
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0160-READ-FRAISCAPPARM.
           COMPUTE WS-RELIQUAT ROUNDED =
              WS-MONTANT-NUM * WS-REMISE-PERSONNEL / 100.
           IF WS-RELIQUAT > WS-MONTANT-NUM
              MOVE WS-MONTANT-NUM TO WS-RELIQUAT
           END-IF.
           IF WS-RELIQUAT = ZEROES
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-RELIQUAT FROM WS-MONTANT-NUM.
           MOVE 'REMISE PERSONNEL' TO FL-TYPEOP.
           MOVE WS-RELIQUAT TO FL-MONTANT.
           MOVE L-DATE TO FL-DATE.
           MOVE L-COMPTEID TO FL-COMPTEID.
           MOVE L-CLIENTID TO FL-IDCLIENT.
           PERFORM 0190-ECRIRE-FEESLEDG.

       0150-APPLIQUER-PLAFOND-MOIS.
           PERFORM 0160-READ-FRAISCAPPARM.
           MOVE WS-CAP-MOIS TO WS-CAP-APPLIQUE.
           PERFORM 0165-CONSULTER-FRAGILITE.
           IF WS-CLIENT-FRAGILE = 'OUI'
              AND WS-CAP-FRAGILE < WS-CAP-MOIS
              MOVE WS-CAP-FRAGILE TO WS-CAP-APPLIQUE
           END-IF.
           PERFORM 0170-CUMUL-INCIDENTS-DU-MOIS.

           IF WS-MTD-INCIDENTS NOT < WS-CAP-APPLIQUE
      *>       plafond deja atteint : frais entierement abandonne
              MOVE WS-MONTANT-NUM TO WS-RELIQUAT
              MOVE ZEROES TO WS-MONTANT-NUM
              PERFORM 0180-TRACER-RELIQUAT
           ELSE
              IF WS-MTD-INCIDENTS + WS-MONTANT-NUM > WS-CAP-APPLIQUE
      *>          frais partiel jusqu'au plafond, reliquat abandonne
                 COMPUTE WS-RELIQUAT =
                    WS-MTD-INCIDENTS + WS-MONTANT-NUM - WS-CAP-APPLIQUE
                 COMPUTE WS-MONTANT-NUM =
                    WS-CAP-APPLIQUE - WS-MTD-INCIDENTS
                 PERFORM 0180-TRACER-RELIQUAT
              END-IF
           END-IF.
                 IF FCP-PLAFOND-MOIS NOT = ZEROES
                    MOVE FCP-PLAFOND-MOIS TO WS-CAP-MOIS
                 END-IF
                 IF FCP-PLAFOND-FRAGILE IS NUMERIC
                    AND FCP-PLAFOND-FRAGILE NOT = ZEROES
                    MOVE FCP-PLAFOND-FRAGILE TO WS-CAP-FRAGILE
                 END-IF
                 IF FCP-REMISE-PERSONNEL IS NUMERIC
                    AND FCP-REMISE-PERSONNEL NOT > 100
                    MOVE FCP-REMISE-PERSONNEL TO WS-REMISE-PERSONNEL
                 END-IF
           END-READ.
           CLOSE FRAISCAPPARM.

      *> client repere fragile et non leve au registre FRAGILES.DAT
       0165-CONSULTER-FRAGILITE.
           MOVE 'NON' TO WS-CLIENT-FRAGILE.
           IF L-FRAGFINANC = 'OUI'
              MOVE 'OUI' TO WS-CLIENT-FRAGILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-FRAGILES.
           OPEN INPUT FRAGILES.
           IF WS-FRAGILES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FRAGILES
              AT END MOVE 'OUI' TO WS-EOF-FRAGILES
           END-READ.
           PERFORM UNTIL WS-EOF-FRAGILES = 'OUI'
              IF FG-IDCLIENT = L-CLIENTID
                 AND FG-STATUT = 'FRAGILE'
                 MOVE 'OUI' TO WS-CLIENT-FRAGILE
                 MOVE 'OUI' TO WS-EOF-FRAGILES
              ELSE
                 READ FRAGILES
                    AT END MOVE 'OUI' TO WS-EOF-FRAGILES
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE FRAGILES.

      *> total deja facture au client ce mois-ci en frais d'incident
      *> (les types du bareme marques WS-FEE-CAPPED = OUI)
       0170-CUMUL-INCIDENTS-DU-MOIS.
                 AND FL-DATE(1:7) = L-DATE(1:7)
                 MOVE 'NON' TO WS-TYPE-INCIDENT
                 PERFORM VARYING WS-JDX FROM 1 BY 1
                    UNTIL WS-JDX > 16
                    IF WS-FEE-TYPEOP(WS-JDX) = FL-TYPEOP
                       AND WS-FEE-CAPPED(WS-JDX) = 'OUI'
                       MOVE 'OUI' TO WS-TYPE-INCIDENT
           MOVE L-DATE TO FL-DATE.
           MOVE L-COMPTEID TO FL-COMPTEID.
           MOVE L-CLIENTID TO FL-IDCLIENT.
           PERFORM 0190-ECRIRE-FEESLEDG.

       0200-LOG-FEE-LEDGER.
           MOVE L-TYPEOP TO FL-TYPEOP.
           MOVE L-DATE TO FL-DATE.
           MOVE L-COMPTEID TO FL-COMPTEID.
           MOVE L-CLIENTID TO FL-IDCLIENT.
           PERFORM 0190-ECRIRE-FEESLEDG.

       0190-ECRIRE-FEESLEDG.
           IF WS-BATCHMODE = 'SIMULATION'
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND FEESLEDG.
           WRITE FEE-LEDGER-RECORD.
           CLOSE FEESLEDG.
