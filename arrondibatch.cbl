       IDENTIFICATION DIVISION.
       PROGRAM-ID. arrondibatch.
       AUTHOR. D.KISAMA.

      *> Epargne arrondi : chaque achat carte regle est arrondi a
      *> l'euro superieur et la difference part sur le compte
      *> d'epargne du client. L'adhesion est posee par le client
      *> depuis l'ecran EPARGNE ARRONDI d'ACTIVITY2CLIENT dans
      *> ARRONDI.DAT (compte courant source, compte d'epargne
      *> destination, statut ACTIF/INACTIF).
      *> Le batch passe chaque nuit APRES achatcbbatch (etape
      *> predecesseur au plan JOBPLAN.DAT) : les achats retenus sont
      *> les autorisations ACHAT CB du registre AUTORCB.DAT passees
      *> REGLEE a la date de traitement sur le compte source d'une
      *> adhesion ACTIF. Les arrondis du jour sont cumules par
      *> adhesion et donnent UN virement interne par client, par le
      *> meme chemin que le virement interne de l'ecran client :
      *> jambe debit via opdebit, jambe credit via opcredit,
      *> contrepassation du debit si le credit est refuse (file
      *> SUSPENS si la contrepassation est elle-meme refusee), puis
      *> les deux paires INSERT/UPDATE sequencees, liees par la
      *> reference commune 'AR'+sequence du libelle.
      *> Le prelevement ne met jamais le compte courant a decouvert :
      *> si le disponible (solde COMPTES.DAT diminue des retenues,
      *> module soldedispo) ne couvre pas le cumul, la journee est
      *> sautee pour ce client -- rien n'est reporte au lendemain.
      *> Le plafond de depot du produit du compte d'epargne
      *> (PRODUITS.DAT via produitcompte) est respecte : le virement
      *> est ramene a la marge restante sous le plafond, et saute si
      *> le plafond est deja atteint.
      *> La date du dernier passage est gardee sur l'adhesion : une
      *> relance le meme jour ne prend rien deux fois.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARRONDI ASSIGN TO "ARRONDI.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARRONDI-STATUS.

           SELECT AUTORCB ASSIGN TO "AUTORCB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTORCB-STATUS.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT SUSPENS ASSIGN TO "SUSPENS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENS-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARRONDI-RPT ASSIGN TO "ARRONDI.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARRONDI.
       01 ARRONDI-RECORD.
           05 AR-IDCLIENT        PIC 9(5).
           05 AR-COMPTE-SRC      PIC 9(5).
           05 AR-COMPTE-DEST     PIC 9(5).
           05 AR-STATUT          PIC X(8).
           05 AR-DATE-MAJ        PIC X(10).
           05 AR-DATE-BALAYAGE   PIC X(10).

       FD AUTORCB.
       01 AUTORCB-RECORD.
           05 AH-REFERENCE       PIC X(16).
           05 AH-TYPE            PIC X(12).
           05 AH-COMPTEID        PIC 9(5).
           05 AH-MONTANT         PIC 9(5)V99.
           05 AH-DATE            PIC X(10).
           05 AH-STATUT          PIC X(10).
           05 AH-DATE-FIN        PIC X(10).

       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD SUSPENS.
       01 SUSPENS-RECORD.
           05 SUS-REFERENCE      PIC X(16).
           05 SUS-COMPTEID       PIC 9(5).
           05 SUS-MONTANT        PIC 9(5)V99.
           05 SUS-DATE-RECU      PIC X(10).
           05 SUS-MOTIF          PIC X(25).
           05 SUS-STATUT         PIC X(10).
           05 SUS-IBAN           PIC X(34).

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       FD ARRONDI-RPT.
       01 ARRONDI-RPT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ARRONDI-STATUS      PIC X(2).
       01 WS-AUTORCB-STATUS      PIC X(2).
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-SUSPENS-STATUS      PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> adhesions, avec le cumul des arrondis du jour
       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 2000 TIMES.
              10 WS-AR-IDCLIENT      PIC 9(5).
              10 WS-AR-COMPTE-SRC    PIC 9(5).
              10 WS-AR-COMPTE-DEST   PIC 9(5).
              10 WS-AR-STATUT        PIC X(8).
              10 WS-AR-DATE-MAJ      PIC X(10).
              10 WS-AR-DATE-BALAYAGE PIC X(10).
              10 WS-AR-TOTAL         PIC 9(5)V99.
              10 WS-AR-NB-ACHATS     PIC 9(4).
       01 WS-AR-COUNT            PIC 9(4) VALUE 0.
       01 WS-AR-IDX              PIC 9(4).
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

      *> arrondi d'un achat : euro superieur moins le montant
       01 WS-EUROS               PIC 9(5).
       01 WS-ARRONDI             PIC 9V99.

      *> controles du compte courant et du compte d'epargne
       01 WS-CF-TROUVE           PIC X(3).
       01 WS-CF-COMPTEID         PIC 9(5).
       01 WS-CF-SOLDE            PIC S9(9)V99.
       01 WS-SD-SOLDE            PIC S9(10)V99.
       01 WS-SD-DISPONIBLE       PIC S9(10)V99.
       01 WS-MARGE               PIC S9(10)V99.
       01 WS-VIREMENT            PIC 9(5)V99.
       01 WS-REF                 PIC 9(10).

      *> produit du compte d'epargne (module produitcompte)
       01 WS-PR-CODE             PIC X(10).
       01 WS-PR-DECOUVERT-OK     PIC X(3).
       01 WS-PR-METHODE-INT      PIC X(10).
       01 WS-PR-PLAFOND-DEPOT    PIC 9(7)V99.
       01 WS-PR-CARTE-OK         PIC X(3).
       01 WS-PR-CHEQUIER-OK      PIC X(3).

       01 WS-NB-VIREMENTS        PIC 9(7) VALUE 0.
       01 WS-NB-SAUTES           PIC 9(7) VALUE 0.
       01 WS-NB-PLAFONNES        PIC 9(7) VALUE 0.
       01 WS-NB-REFUSES          PIC 9(7) VALUE 0.
       01 WS-TOTAL-VIRE          PIC 9(9)V99 VALUE 0.
       01 WS-MONTANT-ED          PIC Z(4)9.99.
       01 WS-TOTAL-ED            PIC Z(8)9.99.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> jambes du virement via opdebit/opcredit, comme le virement
      *> interne de l'ecran client
       01 L-SOLDE               PIC 9(5)V99.
       01 L-SOMME               PIC 9(5)V99.
       01 L-NEWSOLDE            PIC 9(5)V99.
       01 L-COMPTEID            PIC 9(5).
       01 L-DATE                PIC X(10).
       01 L-SUCCESS             PIC X(3).
       01 L-SUCCESS-CRED        PIC X(3).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> restart/checkpoint sequence number, voir seqbloc
       01 WS-SQL-SEQ-NR         PIC 9(10) VALUE ZEROES.

      *> meme disposition que SQL-DETAIL-LINE / SQL-UPDATE-LINE de
      *> payinbatch (pas de STATUSOP : operation de batch)
       01 SQL-DETAIL-LINE.
           05 DET-START           PIC X(79) VALUE
       'INSERT INTO OPERATIONS (TYPE,LIBELLE,MONTANT,COMPTEID,IDCLIENT,
      -'DATEOP) VALUES('.
           05 FILLER              PIC X   VALUE "'".
           05 DET-TYPE            PIC X(25).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-LIBELLE         PIC X(30).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".

       01  SQL-UPDATE-LINE.
            05 FILLER      PIC X(33) VALUE
            'UPDATE COMPTES SET SOLDE = SOLDE '.
            05 DET-OPERATOR        PIC X.
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'arrondibatch'.
       01 WS-BR-HEURE-DEBUT     PIC X(6).
       01 WS-BR-RECORDS         PIC 9(7).
       01 WS-BR-FAILED          PIC 9(7).
       01 WS-BR-STATUT          PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

      *> cloture des intentions de postage d'un mouvement sans
      *> ligne journal, voir le module postintent
       01 WS-PI-ACTION          PIC X VALUE 'T'.
       01 WS-PI-MODULE          PIC X(20) VALUE 'arrondibatch'.
       01 WS-PI-COMPTEID        PIC 9(5).
       01 WS-PI-AVANT           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-APRES           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-SEQ             PIC 9(10) VALUE ZEROES.

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.
           PERFORM 0200-LOAD-ARRONDI.

           OPEN OUTPUT ARRONDI-RPT.
           MOVE SPACES TO ARRONDI-RPT-LINE.
           STRING "EPARGNE ARRONDI - ACHATS CARTE REGLES LE "
              WS-TODAY-ISO
              DELIMITED BY SIZE INTO ARRONDI-RPT-LINE.
           WRITE ARRONDI-RPT-LINE.

           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** REGISTRE ARRONDI.DAT TROP GRAND : ARRET"
                TO ARRONDI-RPT-LINE
              WRITE ARRONDI-RPT-LINE
              CLOSE ARRONDI-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0300-CUMULER-ARRONDIS.

           OPEN EXTEND GENERESQL.
           OPEN EXTEND GENERUPDATE.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
              UNTIL WS-AR-IDX > WS-AR-COUNT
              PERFORM 0400-BALAYER-ADHESION
           END-PERFORM.
           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           PERFORM 0800-REWRITE-ARRONDI.

           MOVE WS-TOTAL-VIRE TO WS-TOTAL-ED.
           MOVE SPACES TO ARRONDI-RPT-LINE.
           STRING "VIREMENTS: " WS-NB-VIREMENTS
              "  TOTAL EPARGNE: " WS-TOTAL-ED
              "  PLAFONNES: " WS-NB-PLAFONNES
              DELIMITED BY SIZE INTO ARRONDI-RPT-LINE.
           WRITE ARRONDI-RPT-LINE.
           MOVE SPACES TO ARRONDI-RPT-LINE.
           STRING "JOURNEES SAUTEES: " WS-NB-SAUTES
              "  REFUSES: " WS-NB-REFUSES
              DELIMITED BY SIZE INTO ARRONDI-RPT-LINE.
           WRITE ARRONDI-RPT-LINE.
           CLOSE ARRONDI-RPT.

           MOVE 'ARRONDI' TO WS-SPOOL-NOM.
           MOVE 'ARRONDI.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-VIREMENTS + WS-NB-SAUTES
              + WS-NB-REFUSES.
           MOVE WS-NB-REFUSES TO WS-BR-FAILED.
           IF WS-NB-REFUSES = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-LOAD-ARRONDI.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT ARRONDI.
           IF WS-ARRONDI-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ ARRONDI
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-AR-COUNT < 2000
                 ADD 1 TO WS-AR-COUNT
                 MOVE AR-IDCLIENT TO WS-AR-IDCLIENT(WS-AR-COUNT)
                 MOVE AR-COMPTE-SRC TO WS-AR-COMPTE-SRC(WS-AR-COUNT)
                 MOVE AR-COMPTE-DEST TO WS-AR-COMPTE-DEST(WS-AR-COUNT)
                 MOVE AR-STATUT TO WS-AR-STATUT(WS-AR-COUNT)
                 MOVE AR-DATE-MAJ TO WS-AR-DATE-MAJ(WS-AR-COUNT)
                 MOVE AR-DATE-BALAYAGE
                   TO WS-AR-DATE-BALAYAGE(WS-AR-COUNT)
                 MOVE ZEROES TO WS-AR-TOTAL(WS-AR-COUNT)
                 MOVE ZEROES TO WS-AR-NB-ACHATS(WS-AR-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ ARRONDI
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE ARRONDI.

      *> achats carte regles ce jour : l'arrondi de chacun est
      *> ajoute a l'adhesion ACTIF dont il debite le compte source
       0300-CUMULER-ARRONDIS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT AUTORCB.
           IF WS-AUTORCB-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ AUTORCB
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF AH-TYPE = 'ACHAT CB'
                 AND AH-STATUT = 'REGLEE'
                 AND AH-DATE-FIN = WS-TODAY-ISO
                 PERFORM 0350-AJOUTER-ARRONDI
              END-IF
              READ AUTORCB
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE AUTORCB.

       0350-AJOUTER-ARRONDI.
      *>    un achat a l'euro rond n'a pas d'arrondi
           MOVE AH-MONTANT TO WS-EUROS.
           IF AH-MONTANT = WS-EUROS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ARRONDI = WS-EUROS + 1 - AH-MONTANT.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
              UNTIL WS-AR-IDX > WS-AR-COUNT
              IF WS-AR-STATUT(WS-AR-IDX) = 'ACTIF'
                 AND WS-AR-COMPTE-SRC(WS-AR-IDX) = AH-COMPTEID
                 AND WS-AR-DATE-BALAYAGE(WS-AR-IDX) NOT = WS-TODAY-ISO
                 ADD WS-ARRONDI TO WS-AR-TOTAL(WS-AR-IDX)
                 ADD 1 TO WS-AR-NB-ACHATS(WS-AR-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> un virement interne par adhesion ayant des arrondis du jour
       0400-BALAYER-ADHESION.
           IF WS-AR-TOTAL(WS-AR-IDX) = ZEROES
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY-ISO TO WS-AR-DATE-BALAYAGE(WS-AR-IDX).
           MOVE WS-AR-TOTAL(WS-AR-IDX) TO WS-VIREMENT.

      *>    jamais de decouvert sur le compte courant : sans
      *>    disponible suffisant, la journee est sautee
           MOVE WS-AR-COMPTE-SRC(WS-AR-IDX) TO WS-CF-COMPTEID.
           PERFORM 0460-LIRE-SOLDE-COMPTE.
           MOVE WS-CF-SOLDE TO WS-SD-SOLDE.
           CALL 'soldedispo' USING WS-CF-COMPTEID, WS-TODAY-ISO,
              WS-SD-SOLDE, WS-SD-DISPONIBLE.
           IF WS-CF-TROUVE NOT = 'OUI'
              OR WS-SD-DISPONIBLE < WS-VIREMENT
              ADD 1 TO WS-NB-SAUTES
              MOVE WS-VIREMENT TO WS-MONTANT-ED
              MOVE SPACES TO ARRONDI-RPT-LINE
              STRING "CLIENT " WS-AR-IDCLIENT(WS-AR-IDX)
                 " COMPTE " WS-AR-COMPTE-SRC(WS-AR-IDX)
                 " ARRONDIS " WS-MONTANT-ED
                 " DISPONIBLE INSUFFISANT : JOURNEE SAUTEE"
                 DELIMITED BY SIZE INTO ARRONDI-RPT-LINE
              WRITE ARRONDI-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

      *>    plafond de depot du produit d'epargne : virement ramene a
      *>    la marge restante, journee sautee si plus aucune marge
           MOVE WS-AR-COMPTE-DEST(WS-AR-IDX) TO WS-CF-COMPTEID.
           CALL 'produitcompte' USING WS-CF-COMPTEID, WS-PR-CODE,
              WS-PR-DECOUVERT-OK, WS-PR-METHODE-INT,
              WS-PR-PLAFOND-DEPOT, WS-PR-CARTE-OK, WS-PR-CHEQUIER-OK.
           IF WS-PR-PLAFOND-DEPOT > ZEROES
              PERFORM 0460-LIRE-SOLDE-COMPTE
              COMPUTE WS-MARGE = WS-PR-PLAFOND-DEPOT - WS-CF-SOLDE
              IF WS-MARGE NOT > ZEROES
                 ADD 1 TO WS-NB-SAUTES
                 MOVE SPACES TO ARRONDI-RPT-LINE
                 STRING "CLIENT " WS-AR-IDCLIENT(WS-AR-IDX)
                    " EPARGNE " WS-AR-COMPTE-DEST(WS-AR-IDX)
                    " PLAFOND DE DEPOT ATTEINT : JOURNEE SAUTEE"
                    DELIMITED BY SIZE INTO ARRONDI-RPT-LINE
                 WRITE ARRONDI-RPT-LINE
                 EXIT PARAGRAPH
              END-IF
              IF WS-MARGE < WS-VIREMENT
                 MOVE WS-MARGE TO WS-VIREMENT
                 ADD 1 TO WS-NB-PLAFONNES
              END-IF
           END-IF.

           PERFORM 0500-VIREMENT-INTERNE.

       0460-LIRE-SOLDE-COMPTE.
           MOVE 'NON' TO WS-CF-TROUVE.
           MOVE ZEROES TO WS-CF-SOLDE.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS = "00"
              MOVE WS-CF-COMPTEID TO CF-COMPTEID
              READ COMPTESFILE
                 NOT INVALID KEY
                    MOVE 'OUI' TO WS-CF-TROUVE
                    MOVE CF-SOLDE TO WS-CF-SOLDE
              END-READ
              CLOSE COMPTESFILE
           END-IF.

      *> jambe debit d'abord, jambe credit ensuite ; credit refuse :
      *> le debit est contrepasse aussitot, jamais une seule jambe
       0500-VIREMENT-INTERNE.
           MOVE WS-VIREMENT TO WS-MONTANT-ED.
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-VIREMENT TO L-SOMME.
           MOVE WS-AR-COMPTE-SRC(WS-AR-IDX) TO L-COMPTEID.
           MOVE WS-TODAY-ISO TO L-DATE.
           CALL 'opdebit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, 'EUR', 'EUR', L-SUCCESS.
           IF L-SUCCESS NOT = 'OUI'
              ADD 1 TO WS-NB-REFUSES
              MOVE SPACES TO ARRONDI-RPT-LINE
              STRING "CLIENT " WS-AR-IDCLIENT(WS-AR-IDX)
                 " COMPTE " WS-AR-COMPTE-SRC(WS-AR-IDX)
                 " ARRONDIS " WS-MONTANT-ED
                 " DEBIT REFUSE"
                 DELIMITED BY SIZE INTO ARRONDI-RPT-LINE
              WRITE ARRONDI-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-AR-COMPTE-DEST(WS-AR-IDX) TO L-COMPTEID.
           CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, L-SUCCESS-CRED, 'EUR', 'EUR'.
           IF L-SUCCESS-CRED NOT = 'OUI'
              ADD 1 TO WS-NB-REFUSES
              PERFORM 0550-CONTREPASSER-DEBIT
              EXIT PARAGRAPH
           END-IF.

      *>    reference commune des deux jambes, tiree du meme compteur
      *>    que les numeros de sequence du flux genere
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE WS-SQL-SEQ-NR TO WS-REF.

           MOVE 'EPARGNE ARRONDI' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'AR' WS-REF ' EPARGNE ARRONDI'
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING '-' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-AR-COMPTE-SRC(WS-AR-IDX) TO DET-COMPTEID.
           MOVE WS-AR-IDCLIENT(WS-AR-IDX) TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE '-' TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE WS-AR-COMPTE-SRC(WS-AR-IDX) TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

           MOVE SPACES TO DET-MONTANT.
           STRING '+' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-AR-COMPTE-DEST(WS-AR-IDX) TO DET-COMPTEID.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE '+' TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE WS-AR-COMPTE-DEST(WS-AR-IDX) TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

           ADD 1 TO WS-NB-VIREMENTS.
           ADD WS-VIREMENT TO WS-TOTAL-VIRE.
           MOVE SPACES TO ARRONDI-RPT-LINE.
           STRING "CLIENT " WS-AR-IDCLIENT(WS-AR-IDX)
              " ACHATS " WS-AR-NB-ACHATS(WS-AR-IDX)
              " " WS-AR-COMPTE-SRC(WS-AR-IDX)
              " -> " WS-AR-COMPTE-DEST(WS-AR-IDX)
              " VIRE " WS-MONTANT-ED
              DELIMITED BY SIZE INTO ARRONDI-RPT-LINE.
           WRITE ARRONDI-RPT-LINE.

       0450-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *> credit refuse : le debit deja applique est recredite au
      *> compte courant ; si ce recredit est lui-meme refuse, le
      *> cas part en file de reparation SUSPENS du back-office
       0550-CONTREPASSER-DEBIT.
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-AR-COMPTE-SRC(WS-AR-IDX) TO L-COMPTEID.
           CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'.
           MOVE SPACES TO ARRONDI-RPT-LINE.
           IF L-SUCCESS = 'OUI'
              STRING "CLIENT " WS-AR-IDCLIENT(WS-AR-IDX)
                 " EPARGNE " WS-AR-COMPTE-DEST(WS-AR-IDX)
                 " CREDIT REFUSE : DEBIT CONTREPASSE"
                 DELIMITED BY SIZE INTO ARRONDI-RPT-LINE
           ELSE
              MOVE 'AR CONTREPASSE' TO SUS-REFERENCE
              MOVE WS-AR-COMPTE-SRC(WS-AR-IDX) TO SUS-COMPTEID
              MOVE L-SOMME TO SUS-MONTANT
              MOVE WS-TODAY-ISO TO SUS-DATE-RECU
              MOVE 'CONTREPASSATION REFUSEE' TO SUS-MOTIF
              MOVE 'A TRAITER' TO SUS-STATUT
              MOVE SPACES TO SUS-IBAN
              OPEN EXTEND SUSPENS
              IF WS-SUSPENS-STATUS = "35"
                 CLOSE SUSPENS
                 OPEN OUTPUT SUSPENS
              END-IF
              WRITE SUSPENS-RECORD
              CLOSE SUSPENS
              STRING "CLIENT " WS-AR-IDCLIENT(WS-AR-IDX)
                 " COMPTE " WS-AR-COMPTE-SRC(WS-AR-IDX)
                 " CONTREPASSATION REFUSEE : FILE SUSPENS"
                 DELIMITED BY SIZE INTO ARRONDI-RPT-LINE
           END-IF.
           WRITE ARRONDI-RPT-LINE.

      *>    debit et contrepassation se neutralisent (ou le cas est
      *>    en file SUSPENS) : rien ne part au journal, les
      *>    intentions du compte sont closes ici
           MOVE L-COMPTEID TO WS-PI-COMPTEID.
           CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
              WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ.

       0800-REWRITE-ARRONDI.
           OPEN OUTPUT ARRONDI.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
              UNTIL WS-AR-IDX > WS-AR-COUNT
              MOVE WS-AR-IDCLIENT(WS-AR-IDX) TO AR-IDCLIENT
              MOVE WS-AR-COMPTE-SRC(WS-AR-IDX) TO AR-COMPTE-SRC
              MOVE WS-AR-COMPTE-DEST(WS-AR-IDX) TO AR-COMPTE-DEST
              MOVE WS-AR-STATUT(WS-AR-IDX) TO AR-STATUT
              MOVE WS-AR-DATE-MAJ(WS-AR-IDX) TO AR-DATE-MAJ
              MOVE WS-AR-DATE-BALAYAGE(WS-AR-IDX) TO AR-DATE-BALAYAGE
              WRITE ARRONDI-RECORD
           END-PERFORM.
           CLOSE ARRONDI.

       END PROGRAM arrondibatch.
