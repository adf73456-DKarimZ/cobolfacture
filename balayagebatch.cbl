       IDENTIFICATION DIVISION.
       PROGRAM-ID. balayagebatch.
       AUTHOR. D.KISAMA.

      *> Balayage automatique entre compte courant et livret, en fin
      *> de journee : a placer dans JOBPLAN.DAT AVANT soldehistbatch
      *> (etape predecesseur de la photographie des soldes), pour que
      *> la photographie du jour porte les soldes apres balayage.
      *> Les conventions sont tenues par le client depuis l'ecran
      *> BALAYAGE DE COMPTES d'ACTIVITY2CLIENT dans BALAYAGE.DAT :
      *> compte courant, livret, seuil haut, plancher, mouvement
      *> minimum, statut ACTIF/INACTIF.
      *> Pour chaque convention ACTIF, le solde de reference est lu
      *> dans COMPTES.DAT :
      *>  - disponible du compte courant (solde diminue des saisies et
      *>    retenues, module soldedispo) au-dessus du seuil haut :
      *>    l'excedent part sur le livret ;
      *>  - solde du compte courant sous le plancher : le livret
      *>    renfloue le courant jusqu'au plancher, dans la limite de
      *>    son propre disponible, au lieu de laisser courir les
      *>    agios.
      *> Le mouvement est ramene a la marge restante sous le plafond
      *> de depot du produit du compte credite (PRODUITS.DAT via
      *> produitcompte) ; sous le mouvement minimum rien ne bouge.
      *> Un compte sous gel administratif (GELADMIN.DAT, filtrage
      *> sanctions) n'est jamais balaye. Le virement suit le chemin
      *> du virement interne de l'ecran client : debit via opdebit,
      *> credit via opcredit, contrepassation si le credit est
      *> refuse (file SUSPENS si elle est refusee a son tour), puis
      *> les deux paires INSERT/UPDATE sequencees liees par la
      *> reference 'BL'+sequence. Chaque balayage passe est annonce
      *> au client par sa messagerie (msgnotif). La date du dernier
      *> passage est gardee sur la convention : une relance le meme
      *> jour ne balaie pas deux fois.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BALAYAGE ASSIGN TO "BALAYAGE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BALAYAGE-STATUS.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

      *> gels administratifs (filtrage sanctions), meme registre que
      *> celui consulte par opdebit/opcredit
           SELECT GELADMIN ASSIGN TO "GELADMIN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GELADMIN-STATUS.

           SELECT SUSPENS ASSIGN TO "SUSPENS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENS-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BALAYAGE-RPT ASSIGN TO "BALAYAGE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BALAYAGE.
       01 BALAYAGE-RECORD.
           05 BL-IDCLIENT        PIC 9(5).
           05 BL-COMPTE-SRC      PIC 9(5).
           05 BL-COMPTE-DEST     PIC 9(5).
           05 BL-SEUIL-HAUT      PIC 9(7)V99.
           05 BL-PLANCHER        PIC 9(7)V99.
           05 BL-MOUV-MIN        PIC 9(5)V99.
           05 BL-STATUT          PIC X(8).
           05 BL-DATE-MAJ        PIC X(10).
           05 BL-DATE-BALAYAGE   PIC X(10).

       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD GELADMIN.
       01 GELADMIN-RECORD.
           05 GA-COMPTEID        PIC 9(5).
           05 GA-DATE-POSE       PIC X(10).
           05 GA-MOTIF           PIC X(30).
           05 GA-STATUT          PIC X(10).

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

       FD BALAYAGE-RPT.
       01 BALAYAGE-RPT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BALAYAGE-STATUS     PIC X(2).
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-GELADMIN-STATUS     PIC X(2).
       01 WS-SUSPENS-STATUS      PIC X(2).
       01 WS-EOF                 PIC X(3).

       01 WS-BL-TABLE.
           05 WS-BL-ENTRY OCCURS 2000 TIMES.
              10 WS-BL-IDCLIENT      PIC 9(5).
              10 WS-BL-COMPTE-SRC    PIC 9(5).
              10 WS-BL-COMPTE-DEST   PIC 9(5).
              10 WS-BL-SEUIL-HAUT    PIC 9(7)V99.
              10 WS-BL-PLANCHER      PIC 9(7)V99.
              10 WS-BL-MOUV-MIN      PIC 9(5)V99.
              10 WS-BL-STATUT        PIC X(8).
              10 WS-BL-DATE-MAJ      PIC X(10).
              10 WS-BL-DATE-BALAYAGE PIC X(10).
       01 WS-BL-COUNT            PIC 9(4) VALUE 0.
       01 WS-BL-IDX              PIC 9(4).
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

      *> sens du balayage : E vers le livret, C vers le courant
       01 WS-SENS                PIC X.
       01 WS-COMPTE-DEBIT        PIC 9(5).
       01 WS-COMPTE-CREDIT       PIC 9(5).
       01 WS-BESOIN              PIC S9(10)V99.
       01 WS-MOUVEMENT           PIC 9(5)V99.
       01 WS-REF                 PIC 9(10).

      *> lecture d'un solde de reference et de son disponible
       01 WS-CF-TROUVE           PIC X(3).
       01 WS-CF-COMPTEID         PIC 9(5).
       01 WS-CF-SOLDE            PIC S9(9)V99.
       01 WS-SD-SOLDE            PIC S9(10)V99.
       01 WS-SD-DISPONIBLE       PIC S9(10)V99.
       01 WS-COURANT-SOLDE       PIC S9(9)V99.
       01 WS-COURANT-DISPO       PIC S9(10)V99.
       01 WS-MARGE               PIC S9(10)V99.

      *> gel administratif d'un des deux comptes
       01 WS-EOF-GELADMIN        PIC X(3).
       01 WS-GEL-COMPTEID        PIC 9(5).
       01 WS-COMPTE-GELE         PIC X(3).

      *> produit du compte credite (module produitcompte)
       01 WS-PR-CODE             PIC X(10).
       01 WS-PR-DECOUVERT-OK     PIC X(3).
       01 WS-PR-METHODE-INT      PIC X(10).
       01 WS-PR-PLAFOND-DEPOT    PIC 9(7)V99.
       01 WS-PR-CARTE-OK         PIC X(3).
       01 WS-PR-CHEQUIER-OK      PIC X(3).

       01 WS-NB-VERS-EPARGNE     PIC 9(7) VALUE 0.
       01 WS-NB-VERS-COURANT     PIC 9(7) VALUE 0.
       01 WS-NB-GELES            PIC 9(7) VALUE 0.
       01 WS-NB-REFUSES          PIC 9(7) VALUE 0.
       01 WS-TOTAL-EPARGNE       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-COURANT       PIC 9(9)V99 VALUE 0.
       01 WS-MONTANT-ED          PIC Z(4)9.99.
       01 WS-TOTAL-ED            PIC Z(8)9.99.

       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

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
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'balayagebatch'.
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
       01 WS-PI-MODULE          PIC X(20) VALUE 'balayagebatch'.
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
           PERFORM 0200-LOAD-BALAYAGE.

           OPEN OUTPUT BALAYAGE-RPT.
           MOVE SPACES TO BALAYAGE-RPT-LINE.
           STRING "BALAYAGE COURANT / LIVRET DU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO BALAYAGE-RPT-LINE.
           WRITE BALAYAGE-RPT-LINE.

           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** REGISTRE BALAYAGE.DAT TROP GRAND : ARRET"
                TO BALAYAGE-RPT-LINE
              WRITE BALAYAGE-RPT-LINE
              CLOSE BALAYAGE-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN EXTEND GENERESQL.
           OPEN EXTEND GENERUPDATE.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
              UNTIL WS-BL-IDX > WS-BL-COUNT
              IF WS-BL-STATUT(WS-BL-IDX) = 'ACTIF'
                 AND WS-BL-DATE-BALAYAGE(WS-BL-IDX) NOT = WS-TODAY-ISO
                 PERFORM 0400-EXAMINER-CONVENTION
              END-IF
           END-PERFORM.
           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           PERFORM 0800-REWRITE-BALAYAGE.

           MOVE WS-TOTAL-EPARGNE TO WS-TOTAL-ED.
           MOVE SPACES TO BALAYAGE-RPT-LINE.
           STRING "VERS LIVRET: " WS-NB-VERS-EPARGNE
              "  TOTAL: " WS-TOTAL-ED
              DELIMITED BY SIZE INTO BALAYAGE-RPT-LINE.
           WRITE BALAYAGE-RPT-LINE.
           MOVE WS-TOTAL-COURANT TO WS-TOTAL-ED.
           MOVE SPACES TO BALAYAGE-RPT-LINE.
           STRING "VERS COURANT: " WS-NB-VERS-COURANT
              "  TOTAL: " WS-TOTAL-ED
              DELIMITED BY SIZE INTO BALAYAGE-RPT-LINE.
           WRITE BALAYAGE-RPT-LINE.
           MOVE SPACES TO BALAYAGE-RPT-LINE.
           STRING "COMPTES GELES: " WS-NB-GELES
              "  REFUSES: " WS-NB-REFUSES
              DELIMITED BY SIZE INTO BALAYAGE-RPT-LINE.
           WRITE BALAYAGE-RPT-LINE.
           CLOSE BALAYAGE-RPT.

           MOVE 'BALAYAGE' TO WS-SPOOL-NOM.
           MOVE 'BALAYAGE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-VERS-EPARGNE
              + WS-NB-VERS-COURANT + WS-NB-GELES + WS-NB-REFUSES.
           MOVE WS-NB-REFUSES TO WS-BR-FAILED.
           IF WS-NB-REFUSES = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-LOAD-BALAYAGE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT BALAYAGE.
           IF WS-BALAYAGE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ BALAYAGE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-BL-COUNT < 2000
                 ADD 1 TO WS-BL-COUNT
                 MOVE BALAYAGE-RECORD TO WS-BL-ENTRY(WS-BL-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ BALAYAGE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE BALAYAGE.

      *> sens et montant du balayage d'une convention
       0400-EXAMINER-CONVENTION.
           MOVE WS-TODAY-ISO TO WS-BL-DATE-BALAYAGE(WS-BL-IDX).

           MOVE WS-BL-COMPTE-SRC(WS-BL-IDX) TO WS-GEL-COMPTEID.
           PERFORM 0480-CHECK-GEL-ADMIN.
           IF WS-COMPTE-GELE = 'NON'
              MOVE WS-BL-COMPTE-DEST(WS-BL-IDX) TO WS-GEL-COMPTEID
              PERFORM 0480-CHECK-GEL-ADMIN
           END-IF.
           IF WS-COMPTE-GELE = 'OUI'
              ADD 1 TO WS-NB-GELES
              MOVE SPACES TO BALAYAGE-RPT-LINE
              STRING "CLIENT " WS-BL-IDCLIENT(WS-BL-IDX)
                 " COMPTE " WS-GEL-COMPTEID
                 " SOUS GEL ADMINISTRATIF : NON BALAYE"
                 DELIMITED BY SIZE INTO BALAYAGE-RPT-LINE
              WRITE BALAYAGE-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-BL-COMPTE-SRC(WS-BL-IDX) TO WS-CF-COMPTEID.
           PERFORM 0460-LIRE-DISPONIBLE.
           IF WS-CF-TROUVE NOT = 'OUI'
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CF-SOLDE TO WS-COURANT-SOLDE.
           MOVE WS-SD-DISPONIBLE TO WS-COURANT-DISPO.

           EVALUATE TRUE
      *>       excedent du disponible courant vers le livret
              WHEN WS-COURANT-DISPO > WS-BL-SEUIL-HAUT(WS-BL-IDX)
                 MOVE 'E' TO WS-SENS
                 MOVE WS-BL-COMPTE-SRC(WS-BL-IDX) TO WS-COMPTE-DEBIT
                 MOVE WS-BL-COMPTE-DEST(WS-BL-IDX) TO WS-COMPTE-CREDIT
                 COMPUTE WS-BESOIN = WS-COURANT-DISPO
                    - WS-BL-SEUIL-HAUT(WS-BL-IDX)
      *>       courant sous le plancher : le livret renfloue, dans la
      *>       limite de son propre disponible
              WHEN WS-COURANT-SOLDE < WS-BL-PLANCHER(WS-BL-IDX)
                 MOVE 'C' TO WS-SENS
                 MOVE WS-BL-COMPTE-DEST(WS-BL-IDX) TO WS-COMPTE-DEBIT
                 MOVE WS-BL-COMPTE-SRC(WS-BL-IDX) TO WS-COMPTE-CREDIT
                 COMPUTE WS-BESOIN = WS-BL-PLANCHER(WS-BL-IDX)
                    - WS-COURANT-SOLDE
                 MOVE WS-BL-COMPTE-DEST(WS-BL-IDX) TO WS-CF-COMPTEID
                 PERFORM 0460-LIRE-DISPONIBLE
                 IF WS-CF-TROUVE NOT = 'OUI'
                    OR WS-SD-DISPONIBLE NOT > ZEROES
                    EXIT PARAGRAPH
                 END-IF
                 IF WS-SD-DISPONIBLE < WS-BESOIN
                    MOVE WS-SD-DISPONIBLE TO WS-BESOIN
                 END-IF
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.

      *>    plafond de depot du compte credite
           MOVE WS-COMPTE-CREDIT TO WS-CF-COMPTEID.
           PERFORM 0470-MARGE-PLAFOND.
           IF WS-MARGE < WS-BESOIN
              MOVE WS-MARGE TO WS-BESOIN
           END-IF.
           IF WS-BESOIN > 99999.99
              MOVE 99999.99 TO WS-BESOIN
           END-IF.
           IF WS-BESOIN NOT > ZEROES
              OR WS-BESOIN < WS-BL-MOUV-MIN(WS-BL-IDX)
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-BESOIN TO WS-MOUVEMENT.

           PERFORM 0500-VIREMENT-INTERNE.

      *> solde de reference COMPTES.DAT puis disponible (saisies,
      *> nantissements, autorisations carte) via soldedispo
       0460-LIRE-DISPONIBLE.
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
           MOVE WS-CF-SOLDE TO WS-SD-SOLDE.
           CALL 'soldedispo' USING WS-CF-COMPTEID, WS-TODAY-ISO,
              WS-SD-SOLDE, WS-SD-DISPONIBLE.

      *> marge sous le plafond de depot du produit du compte ; sans
      *> plafond, la marge est celle d'un seul mouvement
       0470-MARGE-PLAFOND.
           MOVE 99999.99 TO WS-MARGE.
           CALL 'produitcompte' USING WS-CF-COMPTEID, WS-PR-CODE,
              WS-PR-DECOUVERT-OK, WS-PR-METHODE-INT,
              WS-PR-PLAFOND-DEPOT, WS-PR-CARTE-OK, WS-PR-CHEQUIER-OK.
           IF WS-PR-PLAFOND-DEPOT > ZEROES
              PERFORM 0460-LIRE-DISPONIBLE
              COMPUTE WS-MARGE = WS-PR-PLAFOND-DEPOT - WS-CF-SOLDE
           END-IF.

       0480-CHECK-GEL-ADMIN.
           MOVE 'NON' TO WS-COMPTE-GELE.
           MOVE 'NON' TO WS-EOF-GELADMIN.
           OPEN INPUT GELADMIN.
           IF WS-GELADMIN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GELADMIN
              AT END MOVE 'OUI' TO WS-EOF-GELADMIN
           END-READ.
           PERFORM UNTIL WS-EOF-GELADMIN = 'OUI'
              IF GA-COMPTEID = WS-GEL-COMPTEID
                 AND GA-STATUT = 'ACTIF'
                 MOVE 'OUI' TO WS-COMPTE-GELE
                 MOVE 'OUI' TO WS-EOF-GELADMIN
              ELSE
                 READ GELADMIN
                    AT END MOVE 'OUI' TO WS-EOF-GELADMIN
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE GELADMIN.

      *> jambe debit d'abord, jambe credit ensuite ; credit refuse :
      *> le debit est contrepasse aussitot, jamais une seule jambe
       0500-VIREMENT-INTERNE.
           MOVE WS-MOUVEMENT TO WS-MONTANT-ED.
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-MOUVEMENT TO L-SOMME.
           MOVE WS-COMPTE-DEBIT TO L-COMPTEID.
           MOVE WS-TODAY-ISO TO L-DATE.
           CALL 'opdebit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, 'EUR', 'EUR', L-SUCCESS.
           IF L-SUCCESS NOT = 'OUI'
              ADD 1 TO WS-NB-REFUSES
              MOVE SPACES TO BALAYAGE-RPT-LINE
              STRING "CLIENT " WS-BL-IDCLIENT(WS-BL-IDX)
                 " COMPTE " WS-COMPTE-DEBIT
                 " MOUVEMENT " WS-MONTANT-ED
                 " DEBIT REFUSE"
                 DELIMITED BY SIZE INTO BALAYAGE-RPT-LINE
              WRITE BALAYAGE-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-COMPTE-CREDIT TO L-COMPTEID.
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

           MOVE 'BALAYAGE' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           IF WS-SENS = 'E'
              STRING 'BL' WS-REF ' BALAYAGE VERS LIVRET'
                 DELIMITED BY SIZE INTO DET-LIBELLE
           ELSE
              STRING 'BL' WS-REF ' BALAYAGE VERS COURANT'
                 DELIMITED BY SIZE INTO DET-LIBELLE
           END-IF.
           MOVE SPACES TO DET-MONTANT.
           STRING '-' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-COMPTE-DEBIT TO DET-COMPTEID.
           MOVE WS-BL-IDCLIENT(WS-BL-IDX) TO DET-CLIENTID.
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
           MOVE WS-COMPTE-DEBIT TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

           MOVE SPACES TO DET-MONTANT.
           STRING '+' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-COMPTE-CREDIT TO DET-COMPTEID.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE '+' TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE WS-COMPTE-CREDIT TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

           IF WS-SENS = 'E'
              ADD 1 TO WS-NB-VERS-EPARGNE
              ADD WS-MOUVEMENT TO WS-TOTAL-EPARGNE
           ELSE
              ADD 1 TO WS-NB-VERS-COURANT
              ADD WS-MOUVEMENT TO WS-TOTAL-COURANT
           END-IF.
           MOVE SPACES TO BALAYAGE-RPT-LINE.
           STRING "CLIENT " WS-BL-IDCLIENT(WS-BL-IDX)
              " " WS-COMPTE-DEBIT " -> " WS-COMPTE-CREDIT
              " BALAYE " WS-MONTANT-ED
              DELIMITED BY SIZE INTO BALAYAGE-RPT-LINE.
           WRITE BALAYAGE-RPT-LINE.

           MOVE 'BALAYAGE DE VOS COMPTES' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           IF WS-SENS = 'E'
              STRING 'Excedent de ' WS-MONTANT-ED ' EUR vire du '
                 'compte ' WS-COMPTE-DEBIT ' vers le livret '
                 WS-COMPTE-CREDIT
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
           ELSE
              STRING 'Renflouement de ' WS-MONTANT-ED ' EUR du '
                 'livret ' WS-COMPTE-DEBIT ' vers le compte '
                 WS-COMPTE-CREDIT
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
           END-IF.
           CALL 'msgnotif' USING WS-BL-IDCLIENT(WS-BL-IDX),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

       0450-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *> credit refuse : le debit deja applique est recredite ; si ce
      *> recredit est lui-meme refuse, le cas part en file de
      *> reparation SUSPENS du back-office
       0550-CONTREPASSER-DEBIT.
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-COMPTE-DEBIT TO L-COMPTEID.
           CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'.
           MOVE SPACES TO BALAYAGE-RPT-LINE.
           IF L-SUCCESS = 'OUI'
              STRING "CLIENT " WS-BL-IDCLIENT(WS-BL-IDX)
                 " COMPTE " WS-COMPTE-CREDIT
                 " CREDIT REFUSE : DEBIT CONTREPASSE"
                 DELIMITED BY SIZE INTO BALAYAGE-RPT-LINE
           ELSE
              MOVE 'BL CONTREPASSE' TO SUS-REFERENCE
              MOVE WS-COMPTE-DEBIT TO SUS-COMPTEID
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
              STRING "CLIENT " WS-BL-IDCLIENT(WS-BL-IDX)
                 " COMPTE " WS-COMPTE-DEBIT
                 " CONTREPASSATION REFUSEE : FILE SUSPENS"
                 DELIMITED BY SIZE INTO BALAYAGE-RPT-LINE
           END-IF.
           WRITE BALAYAGE-RPT-LINE.

      *>    debit et contrepassation se neutralisent (ou le cas est
      *>    en file SUSPENS) : rien ne part au journal, les
      *>    intentions du compte sont closes ici
           MOVE L-COMPTEID TO WS-PI-COMPTEID.
           CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
              WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ.

       0800-REWRITE-BALAYAGE.
           OPEN OUTPUT BALAYAGE.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
              UNTIL WS-BL-IDX > WS-BL-COUNT
              MOVE WS-BL-ENTRY(WS-BL-IDX) TO BALAYAGE-RECORD
              WRITE BALAYAGE-RECORD
           END-PERFORM.
           CLOSE BALAYAGE.

       END PROGRAM balayagebatch.
