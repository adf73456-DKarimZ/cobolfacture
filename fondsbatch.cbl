       IDENTIFICATION DIVISION.
       PROGRAM-ID. fondsbatch.
       AUTHOR. D.KISAMA.

      *> Commande de fonds au transporteur et rapprochement des
      *> livraisons, pour le coffre de l'agence (code guichet
      *> d'AGENCEPARM.DAT). A placer dans JOBPLAN.DAT apres
      *> caisserecapbatch ; lance chaque nuit, il ne propose qu'une
      *> commande par semaine. Trois passes :
      *>  1. report des livraisons : chaque mouvement LV de
      *>     COFFREMVT.DAT (saisi sous double controle a la caisse
      *>     d'activity2banq) passe sa commande PROPOSEE de
      *>     CMDFONDS.DAT a LIVREE avec les quantites recues ; une
      *>     livraison sans commande en attente est signalee ;
      *>  2. proposition hebdomadaire, s'il n'y a pas eu de commande
      *>     depuis sept jours : besoin = retraits nets d'especes
      *>     (tickets de sortie - tickets d'entree en euros des
      *>     tiroirs, hors mouvements avec le coffre) des dernieres
      *>     semaines ramenes a la semaine, plus les preavis de gros
      *>     retraits (PREAVISRET.DAT) des sept jours a venir, plus
      *>     le stock de securite, moins le stock du coffre et les
      *>     commandes encore en route. La commande est ventilee par
      *>     coupure selon FONDSPARM.DAT et ecrite PROPOSEE ;
      *>  3. rapprochement commande / livraison : toute commande
      *>     livree ce jour est comparee coupure par coupure, une
      *>     commande PROPOSEE depuis plus de sept jours est
      *>     signalee NON LIVREE.
      *> Le detail part dans FONDS.RPT, inscrit au spool.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CMDFONDS ASSIGN TO "CMDFONDS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMDFONDS-STATUS.

           SELECT COFFREMVT ASSIGN TO "COFFREMVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COFFREMVT-STATUS.

           SELECT COFFRE ASSIGN TO "COFFRE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COFFRE-STATUS.

           SELECT CAISSETICK ASSIGN TO "CAISSETICK.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAISSETICK-STATUS.

           SELECT PREAVISRET ASSIGN TO "PREAVISRET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PREAVISRET-STATUS.

           SELECT AGENCEPARM ASSIGN TO "AGENCEPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGENCEPARM-STATUS.

      *> nombre de semaines d'historique, stock de securite et
      *> ventilation de la commande par coupure (pour cent)
           SELECT FONDSPARM ASSIGN TO "FONDSPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FONDSPARM-STATUS.

           SELECT FONDS-RPT ASSIGN TO "FONDS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CMDFONDS.
           COPY "CMDFONDS.cpy".

       FD COFFREMVT.
           COPY "COFFREMVT.cpy".

       FD COFFRE.
           COPY "COFFRE.cpy".

       FD CAISSETICK.
       01 CAISSETICK-RECORD.
           05 TK-OPERATEUR       PIC X(8).
           05 TK-DATE            PIC X(10).
           05 TK-HEURE           PIC X(6).
           05 TK-SENS            PIC X.
           05 TK-MONTANT         PIC 9(5)V99.
           05 TK-LIBELLE         PIC X(25).
           05 TK-DEVISE          PIC X(3).

       FD PREAVISRET.
           COPY "PREAVISRET.cpy".

       FD AGENCEPARM.
       01 AGENCEPARM-RECORD.
           05 AGP-CODE-BANQUE    PIC 9(5).
           05 AGP-CODE-GUICHET   PIC 9(5).

       FD FONDSPARM.
       01 FONDSPARM-RECORD.
           05 FP-NB-SEMAINES     PIC 9(2).
           05 FP-STOCK-SECURITE  PIC 9(7)V99.
           05 FP-PCT-50          PIC 9(3).
           05 FP-PCT-20          PIC 9(3).
           05 FP-PCT-10          PIC 9(3).
           05 FP-PCT-5           PIC 9(3).

       FD FONDS-RPT.
       01 FONDS-RPT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CMDFONDS-STATUS     PIC X(2).
       01 WS-COFFREMVT-STATUS    PIC X(2).
       01 WS-COFFRE-STATUS       PIC X(2).
       01 WS-CAISSETICK-STATUS   PIC X(2).
       01 WS-PREAVISRET-STATUS   PIC X(2).
       01 WS-AGENCEPARM-STATUS   PIC X(2).
       01 WS-FONDSPARM-STATUS    PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> commandes de CMDFONDS.DAT chargees en table, reecrites en
      *> fin de passage
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 2000 TIMES.
              10 WS-CO-REF           PIC 9(10).
              10 WS-CO-AGENCE        PIC 9(5).
              10 WS-CO-DATE-CMDE     PIC X(10).
              10 WS-CO-BESOIN        PIC 9(9)V99.
              10 WS-CO-PREAVIS       PIC 9(9)V99.
              10 WS-CO-STOCK         PIC 9(9)V99.
              10 WS-CO-CMD-NB-50     PIC 9(6).
              10 WS-CO-CMD-NB-20     PIC 9(6).
              10 WS-CO-CMD-NB-10     PIC 9(6).
              10 WS-CO-CMD-NB-5      PIC 9(6).
              10 WS-CO-CMD-TOTAL     PIC 9(9)V99.
              10 WS-CO-STATUT        PIC X(10).
              10 WS-CO-DATE-LIVR     PIC X(10).
              10 WS-CO-LIV-NB-50     PIC 9(6).
              10 WS-CO-LIV-NB-20     PIC 9(6).
              10 WS-CO-LIV-NB-10     PIC 9(6).
              10 WS-CO-LIV-NB-5      PIC 9(6).
              10 WS-CO-LIV-TOTAL     PIC 9(9)V99.
              10 WS-CO-OPER-LIVR     PIC X(8).
              10 WS-CO-VALID-LIVR    PIC X(8).
       01 WS-CO-COUNT            PIC 9(5) VALUE 0.
       01 WS-CO-IDX              PIC 9(5).
       01 WS-CO-TROUVE           PIC 9(5).
       01 WS-CO-MAX-REF          PIC 9(10) VALUE 0.
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

      *> agence et parametres (4 semaines, 20000.00 EUR de stock de
      *> securite, 50/30/15/5 pour cent si FONDSPARM.DAT est absent)
       01 WS-AGENCE              PIC 9(5) VALUE 00001.
       01 WS-NB-SEMAINES         PIC 9(2).
       01 WS-STOCK-SECURITE      PIC 9(7)V99.
       01 WS-PCT-50              PIC 9(3).
       01 WS-PCT-20              PIC 9(3).
       01 WS-PCT-10              PIC 9(3).
       01 WS-PCT-5               PIC 9(3).

      *> bornes de dates (AAAA-MM-JJ) : debut de l'historique, fin
      *> de l'horizon des preavis, limite d'une commande recente
       01 WS-JOUR-INT            PIC 9(8).
       01 WS-DATE-NUM            PIC 9(8).
       01 WS-DATE-X REDEFINES WS-DATE-NUM PIC X(8).
       01 WS-DEBUT-HISTO         PIC X(10).
       01 WS-FIN-PREAVIS         PIC X(10).
       01 WS-LIMITE-SEMAINE      PIC X(10).

      *> calcul de la proposition
       01 WS-RETRAITS            PIC S9(11)V99.
       01 WS-BESOIN              PIC 9(9)V99.
       01 WS-PREAVIS             PIC 9(9)V99.
       01 WS-STOCK               PIC 9(9)V99.
       01 WS-EN-ROUTE            PIC 9(9)V99.
       01 WS-PROPOSITION         PIC S9(11)V99.
       01 WS-PART                PIC 9(9)V99.
       01 WS-NB-50               PIC 9(6).
       01 WS-NB-20               PIC 9(6).
       01 WS-NB-10               PIC 9(6).
       01 WS-NB-5                PIC 9(6).
       01 WS-COMMANDE-RECENTE    PIC X(3).

      *> compteurs et zones d'edition
       01 WS-NB-LIVRAISONS       PIC 9(5) VALUE 0.
       01 WS-NB-ORPHELINES       PIC 9(5) VALUE 0.
       01 WS-NB-ECARTS           PIC 9(5) VALUE 0.
       01 WS-NB-NON-LIVREES      PIC 9(5) VALUE 0.
       01 WS-NB-PROPOSEES        PIC 9(5) VALUE 0.
       01 WS-MONTANT-ED          PIC ZZZZZZZZ9.99.
       01 WS-MONTANT2-ED         PIC ZZZZZZZZ9.99.
       01 WS-ECART-CFR           PIC X(3).

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION           PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'fondsbatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7).
       01 WS-BR-FAILED           PIC 9(7).
       01 WS-BR-STATUT           PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM           PIC X(20).
       01 WS-SPOOL-FICHIER       PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.
           PERFORM 0150-LIRE-PARAMETRES.
           PERFORM 0160-CALCULER-BORNES.
           PERFORM 0200-LOAD-COMMANDES.

           OPEN OUTPUT FONDS-RPT.
           MOVE SPACES TO FONDS-RPT-LINE.
           STRING "COMMANDE DE FONDS DU " WS-TODAY-ISO
              " - AGENCE " WS-AGENCE
              DELIMITED BY SIZE INTO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.

           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** REGISTRE CMDFONDS.DAT TROP GRAND : ARRET"
                TO FONDS-RPT-LINE
              WRITE FONDS-RPT-LINE
              CLOSE FONDS-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0300-REPORTER-LIVRAISONS.
           PERFORM 0400-PROPOSER-COMMANDE.
           PERFORM 0600-RAPPROCHER-LIVRAISONS.
           PERFORM 0800-REWRITE-COMMANDES.

           MOVE SPACES TO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.
           MOVE SPACES TO FONDS-RPT-LINE.
           STRING "LIVRAISONS REPORTEES: " WS-NB-LIVRAISONS
              "  SANS COMMANDE: " WS-NB-ORPHELINES
              "  COMMANDES PROPOSEES: " WS-NB-PROPOSEES
              DELIMITED BY SIZE INTO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.
           MOVE SPACES TO FONDS-RPT-LINE.
           STRING "ECARTS DE LIVRAISON: " WS-NB-ECARTS
              "  NON LIVREES: " WS-NB-NON-LIVREES
              DELIMITED BY SIZE INTO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.
           CLOSE FONDS-RPT.

           MOVE 'FONDS' TO WS-SPOOL-NOM.
           MOVE 'FONDS.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-LIVRAISONS
              + WS-NB-ORPHELINES + WS-NB-PROPOSEES.
           COMPUTE WS-BR-FAILED = WS-NB-ORPHELINES + WS-NB-ECARTS
              + WS-NB-NON-LIVREES.
           IF WS-BR-FAILED = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0150-LIRE-PARAMETRES.
           OPEN INPUT AGENCEPARM.
           IF WS-AGENCEPARM-STATUS = "00"
              READ AGENCEPARM
                 NOT AT END
                    IF AGP-CODE-BANQUE NOT = ZEROES
                       MOVE AGP-CODE-GUICHET TO WS-AGENCE
                    END-IF
              END-READ
              CLOSE AGENCEPARM
           END-IF.

           MOVE 4 TO WS-NB-SEMAINES.
           MOVE 20000.00 TO WS-STOCK-SECURITE.
           MOVE 50 TO WS-PCT-50.
           MOVE 30 TO WS-PCT-20.
           MOVE 15 TO WS-PCT-10.
           MOVE 5 TO WS-PCT-5.
           OPEN INPUT FONDSPARM.
           IF WS-FONDSPARM-STATUS = "00"
              READ FONDSPARM
                 NOT AT END
                    IF FP-NB-SEMAINES NOT = ZEROES
                       MOVE FP-NB-SEMAINES TO WS-NB-SEMAINES
                    END-IF
                    MOVE FP-STOCK-SECURITE TO WS-STOCK-SECURITE
                    IF FP-PCT-50 + FP-PCT-20 + FP-PCT-10 + FP-PCT-5
                       = 100
                       MOVE FP-PCT-50 TO WS-PCT-50
                       MOVE FP-PCT-20 TO WS-PCT-20
                       MOVE FP-PCT-10 TO WS-PCT-10
                       MOVE FP-PCT-5 TO WS-PCT-5
                    END-IF
              END-READ
              CLOSE FONDSPARM
           END-IF.

      *> debut de l'historique (exclu), horizon des preavis (inclus)
      *> et limite d'une commande de la semaine (incluse)
       0160-CALCULER-BORNES.
           COMPUTE WS-JOUR-INT = FUNCTION INTEGER-OF-DATE(TODAYS-DATE).

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              WS-JOUR-INT - WS-NB-SEMAINES * 7).
           STRING WS-DATE-X(1:4) '-' WS-DATE-X(5:2) '-'
              WS-DATE-X(7:2) DELIMITED BY SIZE INTO WS-DEBUT-HISTO.

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              WS-JOUR-INT + 7).
           STRING WS-DATE-X(1:4) '-' WS-DATE-X(5:2) '-'
              WS-DATE-X(7:2) DELIMITED BY SIZE INTO WS-FIN-PREAVIS.

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              WS-JOUR-INT - 6).
           STRING WS-DATE-X(1:4) '-' WS-DATE-X(5:2) '-'
              WS-DATE-X(7:2) DELIMITED BY SIZE INTO WS-LIMITE-SEMAINE.

       0200-LOAD-COMMANDES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CMDFONDS.
           IF WS-CMDFONDS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CMDFONDS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-CO-COUNT < 2000
                 ADD 1 TO WS-CO-COUNT
                 MOVE CMDFONDS-RECORD TO WS-CO-ENTRY(WS-CO-COUNT)
                 IF CO-REF > WS-CO-MAX-REF
                    MOVE CO-REF TO WS-CO-MAX-REF
                 END-IF
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ CMDFONDS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CMDFONDS.

      *>------------------------------------------------------------------------
      *> passe 1 : livraisons saisies au coffre
      *>------------------------------------------------------------------------
       0300-REPORTER-LIVRAISONS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT COFFREMVT.
           IF WS-COFFREMVT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ COFFREMVT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CM-TYPE = 'LV'
                 PERFORM 0310-REPORTER-UNE-LIVRAISON
              END-IF
              READ COFFREMVT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE COFFREMVT.

      *> une livraison deja reportee retrouve sa commande LIVREE a
      *> la meme date : rien a faire ; sans commande, elle n'est
      *> signalee que le jour de sa saisie
       0310-REPORTER-UNE-LIVRAISON.
           MOVE ZEROES TO WS-CO-TROUVE.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-COUNT
              IF WS-CO-REF(WS-CO-IDX) = CM-REFCMDE
                 AND WS-CO-AGENCE(WS-CO-IDX) = CM-AGENCE
                 MOVE WS-CO-IDX TO WS-CO-TROUVE
              END-IF
           END-PERFORM.

           IF WS-CO-TROUVE NOT = ZEROES
              IF WS-CO-STATUT(WS-CO-TROUVE) = 'LIVREE'
                 AND WS-CO-DATE-LIVR(WS-CO-TROUVE) = CM-DATE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-CO-TROUVE = ZEROES
              OR WS-CO-STATUT(WS-CO-TROUVE) NOT = 'PROPOSEE'
              IF CM-DATE = WS-TODAY-ISO
                 ADD 1 TO WS-NB-ORPHELINES
                 MOVE CM-TOTAL TO WS-MONTANT-ED
                 MOVE SPACES TO FONDS-RPT-LINE
                 STRING "*** LIVRAISON SANS COMMANDE EN ATTENTE : REF "
                    CM-REFCMDE " AGENCE " CM-AGENCE
                    " TOTAL " WS-MONTANT-ED " ***"
                    DELIMITED BY SIZE INTO FONDS-RPT-LINE
                 WRITE FONDS-RPT-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE 'LIVREE' TO WS-CO-STATUT(WS-CO-TROUVE).
           MOVE CM-DATE TO WS-CO-DATE-LIVR(WS-CO-TROUVE).
           MOVE CM-NB-50 TO WS-CO-LIV-NB-50(WS-CO-TROUVE).
           MOVE CM-NB-20 TO WS-CO-LIV-NB-20(WS-CO-TROUVE).
           MOVE CM-NB-10 TO WS-CO-LIV-NB-10(WS-CO-TROUVE).
           MOVE CM-NB-5 TO WS-CO-LIV-NB-5(WS-CO-TROUVE).
           MOVE CM-TOTAL TO WS-CO-LIV-TOTAL(WS-CO-TROUVE).
           MOVE CM-OPERATEUR TO WS-CO-OPER-LIVR(WS-CO-TROUVE).
           MOVE CM-VALIDEUR TO WS-CO-VALID-LIVR(WS-CO-TROUVE).
           ADD 1 TO WS-NB-LIVRAISONS.

      *>------------------------------------------------------------------------
      *> passe 2 : proposition de la semaine
      *>------------------------------------------------------------------------
       0400-PROPOSER-COMMANDE.
           MOVE SPACES TO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.

      *>    une commande de l'agence datee des sept derniers jours
      *>    vaut proposition de la semaine ; les commandes plus
      *>    anciennes encore PROPOSEE sont en route
           MOVE 'NON' TO WS-COMMANDE-RECENTE.
           MOVE ZEROES TO WS-EN-ROUTE.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-COUNT
              IF WS-CO-AGENCE(WS-CO-IDX) = WS-AGENCE
                 IF WS-CO-DATE-CMDE(WS-CO-IDX) NOT < WS-LIMITE-SEMAINE
                    MOVE 'OUI' TO WS-COMMANDE-RECENTE
                 END-IF
                 IF WS-CO-STATUT(WS-CO-IDX) = 'PROPOSEE'
                    ADD WS-CO-CMD-TOTAL(WS-CO-IDX) TO WS-EN-ROUTE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-COMMANDE-RECENTE = 'OUI'
              MOVE "PROPOSITION DEJA FAITE CETTE SEMAINE"
                TO FONDS-RPT-LINE
              WRITE FONDS-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0410-CUMULER-RETRAITS.
           PERFORM 0420-CUMULER-PREAVIS.
           PERFORM 0430-LIRE-STOCK.

           MOVE ZEROES TO WS-BESOIN.
           IF WS-RETRAITS > ZEROES
              COMPUTE WS-BESOIN ROUNDED =
                 WS-RETRAITS / WS-NB-SEMAINES
           END-IF.
           COMPUTE WS-PROPOSITION = WS-BESOIN + WS-PREAVIS
              + WS-STOCK-SECURITE - WS-STOCK - WS-EN-ROUTE.

           MOVE WS-BESOIN TO WS-MONTANT-ED.
           MOVE WS-PREAVIS TO WS-MONTANT2-ED.
           MOVE SPACES TO FONDS-RPT-LINE.
           STRING "BESOIN HEBDOMADAIRE " WS-MONTANT-ED
              "  PREAVIS " WS-MONTANT2-ED
              DELIMITED BY SIZE INTO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.
           MOVE WS-STOCK TO WS-MONTANT-ED.
           MOVE WS-EN-ROUTE TO WS-MONTANT2-ED.
           MOVE SPACES TO FONDS-RPT-LINE.
           STRING "STOCK COFFRE " WS-MONTANT-ED
              "  EN ROUTE " WS-MONTANT2-ED
              DELIMITED BY SIZE INTO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.

           IF WS-PROPOSITION NOT > ZEROES
              MOVE "AUCUNE COMMANDE NECESSAIRE" TO FONDS-RPT-LINE
              WRITE FONDS-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

      *>    ventilation : chaque coupure couvre sa part, arrondie au
      *>    billet superieur
           COMPUTE WS-PART = WS-PROPOSITION * WS-PCT-50 / 100.
           COMPUTE WS-NB-50 = (WS-PART + 49.99) / 50.
           COMPUTE WS-PART = WS-PROPOSITION * WS-PCT-20 / 100.
           COMPUTE WS-NB-20 = (WS-PART + 19.99) / 20.
           COMPUTE WS-PART = WS-PROPOSITION * WS-PCT-10 / 100.
           COMPUTE WS-NB-10 = (WS-PART + 9.99) / 10.
           COMPUTE WS-PART = WS-PROPOSITION * WS-PCT-5 / 100.
           COMPUTE WS-NB-5 = (WS-PART + 4.99) / 5.

           ADD 1 TO WS-CO-COUNT.
           IF WS-CO-COUNT > 2000
              SUBTRACT 1 FROM WS-CO-COUNT
              MOVE "*** REGISTRE PLEIN : COMMANDE NON ECRITE ***"
                TO FONDS-RPT-LINE
              WRITE FONDS-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CO-MAX-REF.
           MOVE WS-CO-MAX-REF TO WS-CO-REF(WS-CO-COUNT).
           MOVE WS-AGENCE TO WS-CO-AGENCE(WS-CO-COUNT).
           MOVE WS-TODAY-ISO TO WS-CO-DATE-CMDE(WS-CO-COUNT).
           MOVE WS-BESOIN TO WS-CO-BESOIN(WS-CO-COUNT).
           MOVE WS-PREAVIS TO WS-CO-PREAVIS(WS-CO-COUNT).
           MOVE WS-STOCK TO WS-CO-STOCK(WS-CO-COUNT).
           MOVE WS-NB-50 TO WS-CO-CMD-NB-50(WS-CO-COUNT).
           MOVE WS-NB-20 TO WS-CO-CMD-NB-20(WS-CO-COUNT).
           MOVE WS-NB-10 TO WS-CO-CMD-NB-10(WS-CO-COUNT).
           MOVE WS-NB-5 TO WS-CO-CMD-NB-5(WS-CO-COUNT).
           COMPUTE WS-CO-CMD-TOTAL(WS-CO-COUNT) = WS-NB-50 * 50
              + WS-NB-20 * 20 + WS-NB-10 * 10 + WS-NB-5 * 5.
           MOVE 'PROPOSEE' TO WS-CO-STATUT(WS-CO-COUNT).
           MOVE SPACES TO WS-CO-DATE-LIVR(WS-CO-COUNT).
           MOVE ZEROES TO WS-CO-LIV-NB-50(WS-CO-COUNT).
           MOVE ZEROES TO WS-CO-LIV-NB-20(WS-CO-COUNT).
           MOVE ZEROES TO WS-CO-LIV-NB-10(WS-CO-COUNT).
           MOVE ZEROES TO WS-CO-LIV-NB-5(WS-CO-COUNT).
           MOVE ZEROES TO WS-CO-LIV-TOTAL(WS-CO-COUNT).
           MOVE SPACES TO WS-CO-OPER-LIVR(WS-CO-COUNT).
           MOVE SPACES TO WS-CO-VALID-LIVR(WS-CO-COUNT).
           ADD 1 TO WS-NB-PROPOSEES.

           MOVE WS-CO-CMD-TOTAL(WS-CO-COUNT) TO WS-MONTANT-ED.
           MOVE SPACES TO FONDS-RPT-LINE.
           STRING "COMMANDE PROPOSEE " WS-CO-REF(WS-CO-COUNT)
              " : 50x" WS-NB-50 " 20x" WS-NB-20
              " 10x" WS-NB-10 " 5x" WS-NB-5
              " TOTAL " WS-MONTANT-ED
              DELIMITED BY SIZE INTO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.

      *> retraits nets d'especes en euros de l'historique : sorties
      *> moins entrees des tiroirs, hors mouvements avec le coffre
      *> (ils ne font que deplacer les billets dans l'agence)
       0410-CUMULER-RETRAITS.
           MOVE ZEROES TO WS-RETRAITS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CAISSETICK.
           IF WS-CAISSETICK-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CAISSETICK
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF TK-DATE > WS-DEBUT-HISTO
                 AND TK-DATE NOT > WS-TODAY-ISO
                 AND (TK-DEVISE = 'EUR' OR TK-DEVISE = SPACES)
                 AND TK-LIBELLE NOT = "APPRO COFFRE"
                 AND TK-LIBELLE NOT = "VERSEMENT COFFRE"
                 IF TK-SENS = 'S'
                    ADD TK-MONTANT TO WS-RETRAITS
                 ELSE
                    SUBTRACT TK-MONTANT FROM WS-RETRAITS
                 END-IF
              END-IF
              READ CAISSETICK
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CAISSETICK.

      *> preavis de l'agence pour un retrait des sept jours a venir
       0420-CUMULER-PREAVIS.
           MOVE ZEROES TO WS-PREAVIS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PREAVISRET.
           IF WS-PREAVISRET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PREAVISRET
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PV-AGENCE = WS-AGENCE
                 AND PV-DATE-RETRAIT > WS-TODAY-ISO
                 AND PV-DATE-RETRAIT NOT > WS-FIN-PREAVIS
                 ADD PV-MONTANT TO WS-PREAVIS
              END-IF
              READ PREAVISRET
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PREAVISRET.

       0430-LIRE-STOCK.
           MOVE ZEROES TO WS-STOCK.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT COFFRE.
           IF WS-COFFRE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ COFFRE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CF-AGENCE = WS-AGENCE
                 COMPUTE WS-STOCK = CF-NB-50 * 50 + CF-NB-20 * 20
                    + CF-NB-10 * 10 + CF-NB-5 * 5 + CF-PIECES
              END-IF
              READ COFFRE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE COFFRE.

      *>------------------------------------------------------------------------
      *> passe 3 : rapprochement commande / livraison
      *>------------------------------------------------------------------------
       0600-RAPPROCHER-LIVRAISONS.
           MOVE SPACES TO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.
           MOVE "RAPPROCHEMENT COMMANDES / LIVRAISONS"
             TO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-COUNT
              IF WS-CO-STATUT(WS-CO-IDX) = 'LIVREE'
                 AND WS-CO-DATE-LIVR(WS-CO-IDX) = WS-TODAY-ISO
                 PERFORM 0610-LIGNE-LIVRAISON
              END-IF
              IF WS-CO-STATUT(WS-CO-IDX) = 'PROPOSEE'
                 AND WS-CO-DATE-CMDE(WS-CO-IDX) < WS-LIMITE-SEMAINE
                 ADD 1 TO WS-NB-NON-LIVREES
                 MOVE WS-CO-CMD-TOTAL(WS-CO-IDX) TO WS-MONTANT-ED
                 MOVE SPACES TO FONDS-RPT-LINE
                 STRING "*** COMMANDE " WS-CO-REF(WS-CO-IDX)
                    " DU " WS-CO-DATE-CMDE(WS-CO-IDX)
                    " AGENCE " WS-CO-AGENCE(WS-CO-IDX)
                    " TOTAL " WS-MONTANT-ED " NON LIVREE ***"
                    DELIMITED BY SIZE INTO FONDS-RPT-LINE
                 WRITE FONDS-RPT-LINE
              END-IF
           END-PERFORM.

       0610-LIGNE-LIVRAISON.
           MOVE 'NON' TO WS-ECART-CFR.
           IF WS-CO-LIV-NB-50(WS-CO-IDX)
                 NOT = WS-CO-CMD-NB-50(WS-CO-IDX)
              OR WS-CO-LIV-NB-20(WS-CO-IDX)
                 NOT = WS-CO-CMD-NB-20(WS-CO-IDX)
              OR WS-CO-LIV-NB-10(WS-CO-IDX)
                 NOT = WS-CO-CMD-NB-10(WS-CO-IDX)
              OR WS-CO-LIV-NB-5(WS-CO-IDX)
                 NOT = WS-CO-CMD-NB-5(WS-CO-IDX)
              MOVE 'OUI' TO WS-ECART-CFR
           END-IF.

           MOVE WS-CO-CMD-TOTAL(WS-CO-IDX) TO WS-MONTANT-ED.
           MOVE WS-CO-LIV-TOTAL(WS-CO-IDX) TO WS-MONTANT2-ED.
           MOVE SPACES TO FONDS-RPT-LINE.
           STRING "COMMANDE " WS-CO-REF(WS-CO-IDX)
              " AGENCE " WS-CO-AGENCE(WS-CO-IDX)
              " COMMANDE " WS-MONTANT-ED
              " LIVRE " WS-MONTANT2-ED
              " PAR " WS-CO-OPER-LIVR(WS-CO-IDX)
              "/" WS-CO-VALID-LIVR(WS-CO-IDX)
              DELIMITED BY SIZE INTO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.

           IF WS-ECART-CFR = 'NON'
              MOVE "   CONFORME" TO FONDS-RPT-LINE
              WRITE FONDS-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-ECARTS.
           MOVE SPACES TO FONDS-RPT-LINE.
           STRING "   *** ECART LIVRAISON - COMMANDE 50x"
              WS-CO-CMD-NB-50(WS-CO-IDX)
              " 20x" WS-CO-CMD-NB-20(WS-CO-IDX)
              " 10x" WS-CO-CMD-NB-10(WS-CO-IDX)
              " 5x" WS-CO-CMD-NB-5(WS-CO-IDX)
              " / LIVRE 50x" WS-CO-LIV-NB-50(WS-CO-IDX)
              " 20x" WS-CO-LIV-NB-20(WS-CO-IDX)
              " 10x" WS-CO-LIV-NB-10(WS-CO-IDX)
              " 5x" WS-CO-LIV-NB-5(WS-CO-IDX) " ***"
              DELIMITED BY SIZE INTO FONDS-RPT-LINE.
           WRITE FONDS-RPT-LINE.

       0800-REWRITE-COMMANDES.
           OPEN OUTPUT CMDFONDS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-COUNT
              MOVE WS-CO-ENTRY(WS-CO-IDX) TO CMDFONDS-RECORD
              WRITE CMDFONDS-RECORD
           END-PERFORM.
           CLOSE CMDFONDS.

       END PROGRAM fondsbatch.
