       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifbrochbatch.
       AUTHOR. D.KISAMA.

      *> Brochure tarifaire imprimable, tiree du fichier des tarifs
      *> pour que le document publie et les frais factures ne
      *> puissent jamais diverger : chaque type du bareme compile
      *> (FEESCHED.cpy, partage avec commisionfrais) et chaque type
      *> present dans TARIFS.DAT (voir TARIF.cpy) est imprime au
      *> montant en vigueur a la date de traitement, selon la regle
      *> de commisionfrais (derniere ligne de date d'effet
      *> inferieure ou egale, a defaut montant compile). Un montant
      *> nul est calcule au contrat (caution, coffre, remboursement
      *> anticipe). Suivent le frais d'une operation hors bareme,
      *> les plafonds mensuels des frais d'incident (FRAISCAPPARM.DAT,
      *> a defaut 25.00 et 16.50 pour la clientele fragile) et les
      *> modifications a venir deja approuvees. Le rapport
      *> BROCHURE.RPT est inscrit au spool retenu sous le nom
      *> BROCHURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARIFS ASSIGN TO "TARIFS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TARIFS-STATUS.

           SELECT FRAISCAPPARM ASSIGN TO "FRAISCAPPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRAISCAPPARM-STATUS.

           SELECT BROCHURE-RPT ASSIGN TO "BROCHURE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TARIFS.
           COPY "TARIF.cpy".

       FD FRAISCAPPARM.
       01 FRAISCAPPARM-RECORD.
           05 FCP-PLAFOND-MOIS   PIC 9(3)V99.
           05 FCP-PLAFOND-FRAGILE PIC 9(3)V99.

       FD BROCHURE-RPT.
       01 BROCHURE-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TARIFS-STATUS       PIC X(2).
       01 WS-FRAISCAPPARM-STATUS PIC X(2).
       01 WS-EOF                 PIC X(3).

           COPY "FEESCHED.cpy".
       01 WS-FEE-IDX             PIC 9(2).

      *> plafonds mensuels des frais d'incident (memes defauts que
      *> commisionfrais)
       01 WS-CAP-MOIS            PIC 9(3)V99 VALUE 25.00.
       01 WS-CAP-FRAGILE         PIC 9(3)V99 VALUE 16.50.

      *> lignes de TARIFS.DAT
       01 WS-TF-TABLE.
           05 WS-TF-ENTRY OCCURS 500 TIMES.
              10 WS-TF-TYPEOP          PIC X(25).
              10 WS-TF-DATE-EFFET      PIC X(10).
              10 WS-TF-MONTANT         PIC 9(3)V99.
              10 WS-TF-IMPRIME         PIC X(3).
       01 WS-TF-COUNT            PIC 9(3) VALUE 0.
       01 WS-TF-IDX              PIC 9(3).
       01 WS-TF-AUTRE            PIC 9(3).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

      *> type en cours d'impression et montant en vigueur
       01 WS-BC-TYPEOP           PIC X(25).
       01 WS-BC-MONTANT          PIC 9(3)V99.
       01 WS-BC-DATE             PIC X(10).
       01 WS-BC-INCIDENT         PIC X(3).
       01 WS-BC-HORS-BAREME      PIC X(3).
       01 WS-MONTANT-EDIT        PIC ZZ9.99.
       01 WS-MONTANT-TEXTE       PIC X(13).
       01 WS-NB-TYPES            PIC 9(7) VALUE 0.
       01 WS-NB-A-VENIR          PIC 9(7) VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'tarifbrochbatch'.
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
           PERFORM 0150-LIRE-FRAISCAPPARM.

           OPEN OUTPUT BROCHURE-RPT.
           MOVE SPACES TO BROCHURE-RPT-LINE.
           STRING "BROCHURE TARIFAIRE - CONDITIONS EN VIGUEUR AU "
              WS-TODAY-ISO
              DELIMITED BY SIZE INTO BROCHURE-RPT-LINE.
           WRITE BROCHURE-RPT-LINE.

           PERFORM 0200-CHARGER-TARIFS.
           IF WS-TABLES-TRONQUE = 'OUI'
              MOVE "*** TROP DE LIGNES DE TARIF : ARRET"
                TO BROCHURE-RPT-LINE
              WRITE BROCHURE-RPT-LINE
              CLOSE BROCHURE-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO BROCHURE-RPT-LINE.
           WRITE BROCHURE-RPT-LINE.
           MOVE "OPERATION                   MONTANT        DEPUIS LE"
             TO BROCHURE-RPT-LINE.
           WRITE BROCHURE-RPT-LINE.

           MOVE 'NON' TO WS-BC-HORS-BAREME.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
              UNTIL WS-FEE-IDX > WS-FEE-NB
              MOVE WS-FEE-TYPEOP(WS-FEE-IDX) TO WS-BC-TYPEOP
              MOVE WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-BC-MONTANT
              MOVE WS-FEE-CAPPED(WS-FEE-IDX) TO WS-BC-INCIDENT
              PERFORM 0300-IMPRIMER-TYPE
           END-PERFORM.
      *>    types tarifes au fichier sans ligne au bareme compile :
      *>    commisionfrais les facture au tarif, hors plafond
           MOVE 'OUI' TO WS-BC-HORS-BAREME.
           PERFORM VARYING WS-TF-AUTRE FROM 1 BY 1
              UNTIL WS-TF-AUTRE > WS-TF-COUNT
              IF WS-TF-IMPRIME(WS-TF-AUTRE) = 'NON'
                 MOVE WS-TF-TYPEOP(WS-TF-AUTRE) TO WS-BC-TYPEOP
                 MOVE WS-DEFAULT-AMOUNT TO WS-BC-MONTANT
                 MOVE 'NON' TO WS-BC-INCIDENT
                 PERFORM 0300-IMPRIMER-TYPE
              END-IF
           END-PERFORM.

           MOVE WS-DEFAULT-AMOUNT TO WS-MONTANT-EDIT.
           MOVE SPACES TO BROCHURE-RPT-LINE.
           STRING "AUTRE OPERATION SANS SOLDE  " WS-MONTANT-EDIT " EUR"
              DELIMITED BY SIZE INTO BROCHURE-RPT-LINE.
           WRITE BROCHURE-RPT-LINE.

           PERFORM 0400-IMPRIMER-PLAFONDS.
           PERFORM 0500-IMPRIMER-A-VENIR.
           CLOSE BROCHURE-RPT.

           MOVE 'BROCHURE' TO WS-SPOOL-NOM.
           MOVE 'BROCHURE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NB-TYPES TO WS-BR-RECORDS.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0150-LIRE-FRAISCAPPARM.
           OPEN INPUT FRAISCAPPARM.
           IF WS-FRAISCAPPARM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FRAISCAPPARM
              AT END
                 CONTINUE
              NOT AT END
                 IF FCP-PLAFOND-MOIS IS NUMERIC
                    AND FCP-PLAFOND-MOIS NOT = ZEROES
                    MOVE FCP-PLAFOND-MOIS TO WS-CAP-MOIS
                 END-IF
                 IF FCP-PLAFOND-FRAGILE IS NUMERIC
                    AND FCP-PLAFOND-FRAGILE NOT = ZEROES
                    MOVE FCP-PLAFOND-FRAGILE TO WS-CAP-FRAGILE
                 END-IF
           END-READ.
           CLOSE FRAISCAPPARM.

       0200-CHARGER-TARIFS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TARIFS.
           IF WS-TARIFS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ TARIFS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-TF-COUNT < 500
                 ADD 1 TO WS-TF-COUNT
                 MOVE TF-TYPEOP TO WS-TF-TYPEOP(WS-TF-COUNT)
                 MOVE TF-DATE-EFFET TO WS-TF-DATE-EFFET(WS-TF-COUNT)
                 MOVE TF-MONTANT TO WS-TF-MONTANT(WS-TF-COUNT)
                 MOVE 'NON' TO WS-TF-IMPRIME(WS-TF-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
              END-IF
              READ TARIFS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TARIFS.

      *> une ligne de brochure pour WS-BC-TYPEOP : montant de la
      *> derniere ligne de tarif en vigueur, a defaut le montant
      *> compile deja pose dans WS-BC-MONTANT ; les lignes du type
      *> sont marquees imprimees
       0300-IMPRIMER-TYPE.
           MOVE SPACES TO WS-BC-DATE.
           PERFORM VARYING WS-TF-IDX FROM 1 BY 1
              UNTIL WS-TF-IDX > WS-TF-COUNT
              IF WS-TF-TYPEOP(WS-TF-IDX) = WS-BC-TYPEOP
                 MOVE 'OUI' TO WS-TF-IMPRIME(WS-TF-IDX)
                 IF WS-TF-DATE-EFFET(WS-TF-IDX) NOT > WS-TODAY-ISO
                    AND WS-TF-DATE-EFFET(WS-TF-IDX) NOT < WS-BC-DATE
                    MOVE WS-TF-DATE-EFFET(WS-TF-IDX) TO WS-BC-DATE
                    MOVE WS-TF-MONTANT(WS-TF-IDX) TO WS-BC-MONTANT
                 END-IF
              END-IF
           END-PERFORM.
      *>    type present au fichier mais pas encore en vigueur et
      *>    hors bareme compile : il paraitra aux modifications a
      *>    venir seulement
           IF WS-BC-DATE = SPACES
              AND WS-BC-HORS-BAREME = 'OUI'
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-TYPES.
           IF WS-BC-MONTANT = ZEROES
              MOVE "SELON CONTRAT" TO WS-MONTANT-TEXTE
           ELSE
              MOVE WS-BC-MONTANT TO WS-MONTANT-EDIT
              MOVE SPACES TO WS-MONTANT-TEXTE
              STRING WS-MONTANT-EDIT " EUR"
                 DELIMITED BY SIZE INTO WS-MONTANT-TEXTE
           END-IF.
           MOVE SPACES TO BROCHURE-RPT-LINE.
           IF WS-BC-INCIDENT = 'OUI'
              STRING WS-BC-TYPEOP "   " WS-MONTANT-TEXTE "  "
                 WS-BC-DATE "  FRAIS D'INCIDENT PLAFONNE"
                 DELIMITED BY SIZE INTO BROCHURE-RPT-LINE
           ELSE
              STRING WS-BC-TYPEOP "   " WS-MONTANT-TEXTE "  "
                 WS-BC-DATE
                 DELIMITED BY SIZE INTO BROCHURE-RPT-LINE
           END-IF.
           WRITE BROCHURE-RPT-LINE.

       0400-IMPRIMER-PLAFONDS.
           MOVE SPACES TO BROCHURE-RPT-LINE.
           WRITE BROCHURE-RPT-LINE.
           MOVE WS-CAP-MOIS TO WS-MONTANT-EDIT.
           MOVE SPACES TO BROCHURE-RPT-LINE.
           STRING "PLAFOND MENSUEL DES FRAIS D'INCIDENT : "
              WS-MONTANT-EDIT " EUR"
              DELIMITED BY SIZE INTO BROCHURE-RPT-LINE.
           WRITE BROCHURE-RPT-LINE.
           MOVE WS-CAP-FRAGILE TO WS-MONTANT-EDIT.
           MOVE SPACES TO BROCHURE-RPT-LINE.
           STRING "PLAFOND MENSUEL CLIENTELE FRAGILE    : "
              WS-MONTANT-EDIT " EUR"
              DELIMITED BY SIZE INTO BROCHURE-RPT-LINE.
           WRITE BROCHURE-RPT-LINE.

      *> lignes approuvees de date d'effet posterieure : annoncees
      *> aux clients par tarifavisbatch
       0500-IMPRIMER-A-VENIR.
           MOVE SPACES TO BROCHURE-RPT-LINE.
           WRITE BROCHURE-RPT-LINE.
           MOVE "MODIFICATIONS A VENIR" TO BROCHURE-RPT-LINE.
           WRITE BROCHURE-RPT-LINE.
           PERFORM VARYING WS-TF-IDX FROM 1 BY 1
              UNTIL WS-TF-IDX > WS-TF-COUNT
              IF WS-TF-DATE-EFFET(WS-TF-IDX) > WS-TODAY-ISO
                 ADD 1 TO WS-NB-A-VENIR
                 IF WS-TF-MONTANT(WS-TF-IDX) = ZEROES
                    MOVE "SELON CONTRAT" TO WS-MONTANT-TEXTE
                 ELSE
                    MOVE WS-TF-MONTANT(WS-TF-IDX) TO WS-MONTANT-EDIT
                    MOVE SPACES TO WS-MONTANT-TEXTE
                    STRING WS-MONTANT-EDIT " EUR"
                       DELIMITED BY SIZE INTO WS-MONTANT-TEXTE
                 END-IF
                 MOVE SPACES TO BROCHURE-RPT-LINE
                 STRING "A COMPTER DU " WS-TF-DATE-EFFET(WS-TF-IDX)
                    "  " WS-TF-TYPEOP(WS-TF-IDX) "   "
                    WS-MONTANT-TEXTE
                    DELIMITED BY SIZE INTO BROCHURE-RPT-LINE
                 WRITE BROCHURE-RPT-LINE
              END-IF
           END-PERFORM.
           IF WS-NB-A-VENIR = 0
              MOVE "AUCUNE" TO BROCHURE-RPT-LINE
              WRITE BROCHURE-RPT-LINE
           END-IF.

       END PROGRAM tarifbrochbatch.
