       IDENTIFICATION DIVISION.
       PROGRAM-ID. fragilebatch.
       AUTHOR. D.KISAMA.

      *> Reperage mensuel de la clientele financierement fragile : a
      *> placer dans JOBPLAN.DAT en fin de mois. Chaque client est
      *> note sur les trois derniers mois civils (mois en cours
      *> compris) :
      *>  - un point par ligne REJET PRELEVEMENT ou REJET CHEQUE
      *>    BANQUE du journal des frais FEESLEDG.DAT ;
      *>  - cinq points si l'un de ses comptes est inscrit a
      *>    INTERDITS.DAT ;
      *>  - un point par palier de jours passes a decouvert sur l'un
      *>    de ses comptes (photographies negatives de SOLDEHIST.DAT,
      *>    compte le plus debiteur) ;
      *>  - cinq points si son dossier de surendettement est
      *>    recevable ou en plan (SURENDET.DAT).
      *> Les comptes sont rattaches aux clients par les lignes
      *> TITULAIRE et CO-TITULAIRE de COMPTETITULAIRES.DAT (pas les
      *> procurations). Seuil de reperage et palier de jours :
      *> FRAGPARM.DAT, fichier optionnel-avec-defaut comme
      *> DORMANTPARM.DAT -- a defaut 5 points et 10 jours.
      *> Le registre FRAGILES.DAT (voir FRAGILE.cpy) est reecrit via
      *> FRAGILES.TMP : un client repere entre au registre (ou y
      *> revient apres une levee) au statut FRAGILE et recoit une
      *> seule fois l'offre specifique par msgnotif ; un client qui
      *> n'a plus ete repere depuis trois mois est leve. Le rapport
      *> FRAGILE.RPT est inscrit au spool retenu sous le nom
      *> FRAGILE ; en fin de trimestre civil s'y ajoute la
      *> declaration trimestrielle FRAGTRIM.RPT (clients reperes,
      *> offres envoyees et acceptees), inscrite sous le nom
      *> FRAGILETRIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRAGPARM ASSIGN TO "FRAGPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRAGPARM-STATUS.

           SELECT FEESLEDG ASSIGN TO "FEESLEDG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEESLEDG-STATUS.

           SELECT INTERDITS ASSIGN TO "INTERDITS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INTERDITS-STATUS.

           SELECT SOLDEHIST ASSIGN TO "SOLDEHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOLDEHIST-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-STATUS.

           SELECT SURENDET ASSIGN TO "SURENDET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SURENDET-STATUS.

           SELECT FRAGILES ASSIGN TO "FRAGILES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRAGILES-STATUS.

           SELECT FRAGILESTMP ASSIGN TO "FRAGILES.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FRAGILE-RPT ASSIGN TO "FRAGILE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FRAGTRIM-RPT ASSIGN TO "FRAGTRIM.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FRAGPARM.
       01 FRAGPARM-RECORD.
           05 FGP-SEUIL-SCORE    PIC 9(3).
           05 FGP-PALIER-JOURS   PIC 9(3).

       FD FEESLEDG.
       01 FEE-LEDGER-RECORD.
           05 FL-TYPEOP      PIC X(25).
           05 FL-MONTANT     PIC S9(9)V99.
           05 FL-DATE        PIC X(10).
           05 FL-COMPTEID    PIC 9(5).
           05 FL-IDCLIENT    PIC 9(5).

       FD INTERDITS.
       01 INTERDITS-RECORD.
           05 INT-COMPTEID       PIC 9(5).
           05 INT-DATE           PIC X(10).

       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD SURENDET.
           COPY "SURENDET.cpy".

       FD FRAGILES.
           COPY "FRAGILE.cpy".

       FD FRAGILESTMP.
       01 FRAGILESTMP-RECORD     PIC X(90).

       FD FRAGILE-RPT.
       01 FRAGILE-RPT-LINE       PIC X(100).

       FD FRAGTRIM-RPT.
       01 FRAGTRIM-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FRAGPARM-STATUS     PIC X(2).
       01 WS-FEESLEDG-STATUS     PIC X(2).
       01 WS-INTERDITS-STATUS    PIC X(2).
       01 WS-SOLDEHIST-STATUS    PIC X(2).
       01 WS-TITULAIRES-STATUS   PIC X(2).
       01 WS-SURENDET-STATUS     PIC X(2).
       01 WS-FRAGILES-STATUS     PIC X(2).
       01 WS-EOF                 PIC X(3).

       01 WS-SEUIL-SCORE         PIC 9(3) VALUE 5.
       01 WS-PALIER-JOURS        PIC 9(3) VALUE 10.

      *> comptes a risque : interdiction et jours debiteurs
       01 WS-AC-TABLE.
           05 WS-AC-ENTRY OCCURS 5000 TIMES.
              10 WS-AC-COMPTEID        PIC 9(5).
              10 WS-AC-INTERDIT        PIC X(3).
              10 WS-AC-JOURS           PIC 9(3).
       01 WS-AC-COUNT            PIC 9(4) VALUE 0.
       01 WS-AC-IDX              PIC 9(4).
       01 WS-AC-CUR              PIC 9(4).

      *> clients notes
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 5000 TIMES.
              10 WS-CL-IDCLIENT        PIC 9(5).
              10 WS-CL-REJETS          PIC 9(3).
              10 WS-CL-INTERDIT        PIC X(3).
              10 WS-CL-JOURS           PIC 9(3).
              10 WS-CL-SURENDET        PIC X(3).
              10 WS-CL-SCORE           PIC 9(3).
              10 WS-CL-AU-REGISTRE     PIC X(3).
       01 WS-CL-COUNT            PIC 9(4) VALUE 0.
       01 WS-CL-IDX              PIC 9(4).
       01 WS-CL-CUR              PIC 9(4).
       01 WS-CL-CHERCHE          PIC 9(5).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

      *> fenetre de notation (1er jour du mois M-2) et limite de
      *> levee (meme jour trois mois plus tot)
       01 WS-AN                  PIC 9(4).
       01 WS-MOIS                PIC 9(2).
       01 WS-DEBUT-FENETRE       PIC X(10).
       01 WS-LIMITE-LEVEE        PIC X(10).
      *> trimestre civil du mois de traitement
       01 WS-MOIS-DEBUT-TRIM     PIC 9(2).
       01 WS-DEBUT-TRIM          PIC X(10).
       01 WS-FIN-TRIMESTRE       PIC X(3) VALUE 'NON'.

       01 WS-NB-NOTES            PIC 9(7) VALUE 0.
       01 WS-NB-NOUVEAUX         PIC 9(7) VALUE 0.
       01 WS-NB-MAINTENUS        PIC 9(7) VALUE 0.
       01 WS-NB-LEVES            PIC 9(7) VALUE 0.
       01 WS-NB-FRAGILES         PIC 9(7) VALUE 0.
       01 WS-TR-OFFRES           PIC 9(7) VALUE 0.
       01 WS-TR-ACCEPTEES        PIC 9(7) VALUE 0.
       01 WS-TR-REFUSEES         PIC 9(7) VALUE 0.
       01 WS-TR-ATTENTE          PIC 9(7) VALUE 0.
       01 WS-TR-ACCEPT-TOTAL     PIC 9(7) VALUE 0.

      *> notification systeme du client via msgnotif (MESSAGES.DAT)
       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'fragilebatch'.
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
           PERFORM 0150-CALCULER-DATES.
           PERFORM 0160-LIRE-FRAGPARM.

           OPEN OUTPUT FRAGILE-RPT.
           MOVE SPACES TO FRAGILE-RPT-LINE.
           STRING "CLIENTELE FRAGILE AU " WS-TODAY-ISO
              " - INCIDENTS DEPUIS LE " WS-DEBUT-FENETRE
              DELIMITED BY SIZE INTO FRAGILE-RPT-LINE.
           WRITE FRAGILE-RPT-LINE.

           PERFORM 0200-NOTER-COMPTES.
           PERFORM 0300-NOTER-CLIENTS.
           PERFORM 0400-NOTER-SURENDETTEMENT.
           IF WS-TABLES-TRONQUE = 'OUI'
              MOVE "*** TROP DE COMPTES OU DE CLIENTS : ARRET"
                TO FRAGILE-RPT-LINE
              WRITE FRAGILE-RPT-LINE
              CLOSE FRAGILE-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              COMPUTE WS-CL-SCORE(WS-CL-IDX) = WS-CL-REJETS(WS-CL-IDX)
                 + WS-CL-JOURS(WS-CL-IDX) / WS-PALIER-JOURS
              IF WS-CL-INTERDIT(WS-CL-IDX) = 'OUI'
                 ADD 5 TO WS-CL-SCORE(WS-CL-IDX)
              END-IF
              IF WS-CL-SURENDET(WS-CL-IDX) = 'OUI'
                 ADD 5 TO WS-CL-SCORE(WS-CL-IDX)
              END-IF
           END-PERFORM.
           MOVE WS-CL-COUNT TO WS-NB-NOTES.

           PERFORM 0500-METTRE-A-JOUR-REGISTRE.
           PERFORM 0600-RECOPIER-REGISTRE.

           MOVE SPACES TO FRAGILE-RPT-LINE.
           STRING "CLIENTS NOTES: " WS-NB-NOTES
              "  NOUVEAUX: " WS-NB-NOUVEAUX
              "  MAINTENUS: " WS-NB-MAINTENUS
              "  LEVES: " WS-NB-LEVES
              "  FRAGILES: " WS-NB-FRAGILES
              DELIMITED BY SIZE INTO FRAGILE-RPT-LINE.
           WRITE FRAGILE-RPT-LINE.
           CLOSE FRAGILE-RPT.

           MOVE 'FRAGILE' TO WS-SPOOL-NOM.
           MOVE 'FRAGILE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           IF WS-FIN-TRIMESTRE = 'OUI'
              PERFORM 0700-DECLARATION-TRIMESTRE
           END-IF.

           MOVE WS-NB-NOTES TO WS-BR-RECORDS.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

      *> fenetre : 1er jour du mois M-2 ; levee : jour J du mois M-3
      *> (comparaisons en ISO) ; trimestre : mois 1, 4, 7 ou 10 a
      *> la date de traitement
       0150-CALCULER-DATES.
           MOVE WS-TODAY-ISO(1:4) TO WS-AN.
           MOVE WS-TODAY-ISO(6:2) TO WS-MOIS.
           IF WS-MOIS > 2
              SUBTRACT 2 FROM WS-MOIS
           ELSE
              ADD 10 TO WS-MOIS
              SUBTRACT 1 FROM WS-AN
           END-IF.
           MOVE SPACES TO WS-DEBUT-FENETRE.
           STRING WS-AN '-' WS-MOIS '-01'
              DELIMITED BY SIZE INTO WS-DEBUT-FENETRE.

           MOVE WS-TODAY-ISO(1:4) TO WS-AN.
           MOVE WS-TODAY-ISO(6:2) TO WS-MOIS.
           IF WS-MOIS > 3
              SUBTRACT 3 FROM WS-MOIS
           ELSE
              ADD 9 TO WS-MOIS
              SUBTRACT 1 FROM WS-AN
           END-IF.
           MOVE SPACES TO WS-LIMITE-LEVEE.
           STRING WS-AN '-' WS-MOIS '-' WS-TODAY-ISO(9:2)
              DELIMITED BY SIZE INTO WS-LIMITE-LEVEE.

           MOVE WS-TODAY-ISO(6:2) TO WS-MOIS.
           SUBTRACT 1 FROM WS-MOIS GIVING WS-MOIS-DEBUT-TRIM.
           DIVIDE 3 INTO WS-MOIS-DEBUT-TRIM.
           COMPUTE WS-MOIS-DEBUT-TRIM = WS-MOIS-DEBUT-TRIM * 3 + 1.
           MOVE SPACES TO WS-DEBUT-TRIM.
           STRING WS-TODAY-ISO(1:4) '-' WS-MOIS-DEBUT-TRIM '-01'
              DELIMITED BY SIZE INTO WS-DEBUT-TRIM.
           IF WS-MOIS = 3 OR WS-MOIS = 6 OR WS-MOIS = 9
              OR WS-MOIS = 12
              MOVE 'OUI' TO WS-FIN-TRIMESTRE
           END-IF.

       0160-LIRE-FRAGPARM.
           OPEN INPUT FRAGPARM.
           IF WS-FRAGPARM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FRAGPARM
              AT END
                 CONTINUE
              NOT AT END
                 IF FGP-SEUIL-SCORE IS NUMERIC
                    AND FGP-SEUIL-SCORE NOT = ZEROES
                    MOVE FGP-SEUIL-SCORE TO WS-SEUIL-SCORE
                 END-IF
                 IF FGP-PALIER-JOURS IS NUMERIC
                    AND FGP-PALIER-JOURS NOT = ZEROES
                    MOVE FGP-PALIER-JOURS TO WS-PALIER-JOURS
                 END-IF
           END-READ.
           CLOSE FRAGPARM.

      *>------------------------------------------------------------------------
      *> passe 1 : comptes interdits et jours debiteurs de la fenetre
      *>------------------------------------------------------------------------
       0200-NOTER-COMPTES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT INTERDITS.
           IF WS-INTERDITS-STATUS = "00"
              READ INTERDITS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 MOVE INT-COMPTEID TO WS-CL-CHERCHE
                 PERFORM 0210-TROUVER-COMPTE
                 IF WS-AC-CUR > 0
                    MOVE 'OUI' TO WS-AC-INTERDIT(WS-AC-CUR)
                 END-IF
                 READ INTERDITS
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE INTERDITS
           END-IF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SOLDEHIST.
           IF WS-SOLDEHIST-STATUS = "00"
              READ SOLDEHIST
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF SH-SOLDE < 0
                    AND SH-DATE NOT < WS-DEBUT-FENETRE
                    AND SH-DATE NOT > WS-TODAY-ISO
                    MOVE SH-COMPTEID TO WS-CL-CHERCHE
                    PERFORM 0210-TROUVER-COMPTE
                    IF WS-AC-CUR > 0
                       AND WS-AC-JOURS(WS-AC-CUR) < 999
                       ADD 1 TO WS-AC-JOURS(WS-AC-CUR)
                    END-IF
                 END-IF
                 READ SOLDEHIST
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE SOLDEHIST
           END-IF.

      *> compte WS-CL-CHERCHE dans la table, ajoute s'il manque
       0210-TROUVER-COMPTE.
           MOVE 0 TO WS-AC-CUR.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
              UNTIL WS-AC-IDX > WS-AC-COUNT
              IF WS-AC-COMPTEID(WS-AC-IDX) = WS-CL-CHERCHE
                 MOVE WS-AC-IDX TO WS-AC-CUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-AC-CUR = 0
              IF WS-AC-COUNT NOT < 5000
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-AC-COUNT
              MOVE WS-AC-COUNT TO WS-AC-CUR
              MOVE WS-CL-CHERCHE TO WS-AC-COMPTEID(WS-AC-CUR)
              MOVE 'NON' TO WS-AC-INTERDIT(WS-AC-CUR)
              MOVE ZEROES TO WS-AC-JOURS(WS-AC-CUR)
           END-IF.

      *>------------------------------------------------------------------------
      *> passe 2 : rejets du journal des frais, puis comptes a risque
      *> reportes sur leurs titulaires
      *>------------------------------------------------------------------------
       0300-NOTER-CLIENTS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FEESLEDG.
           IF WS-FEESLEDG-STATUS = "00"
              READ FEESLEDG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF (FL-TYPEOP = 'REJET PRELEVEMENT'
                    OR FL-TYPEOP = 'REJET CHEQUE BANQUE')
                    AND FL-IDCLIENT NOT = ZEROES
                    AND FL-DATE NOT < WS-DEBUT-FENETRE
                    AND FL-DATE NOT > WS-TODAY-ISO
                    MOVE FL-IDCLIENT TO WS-CL-CHERCHE
                    PERFORM 0310-TROUVER-CLIENT
                    IF WS-CL-CUR > 0
                       AND WS-CL-REJETS(WS-CL-CUR) < 999
                       ADD 1 TO WS-CL-REJETS(WS-CL-CUR)
                    END-IF
                 END-IF
                 READ FEESLEDG
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE FEESLEDG
           END-IF.

           IF WS-AC-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
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
                 PERFORM 0320-REPORTER-COMPTE
              END-IF
              READ TITULAIRES NEXT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

      *> client WS-CL-CHERCHE dans la table, ajoute s'il manque
       0310-TROUVER-CLIENT.
           MOVE 0 TO WS-CL-CUR.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              IF WS-CL-IDCLIENT(WS-CL-IDX) = WS-CL-CHERCHE
                 MOVE WS-CL-IDX TO WS-CL-CUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CL-CUR = 0
              IF WS-CL-COUNT NOT < 5000
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CL-COUNT
              MOVE WS-CL-COUNT TO WS-CL-CUR
              MOVE WS-CL-CHERCHE TO WS-CL-IDCLIENT(WS-CL-CUR)
              MOVE ZEROES TO WS-CL-REJETS(WS-CL-CUR)
              MOVE 'NON' TO WS-CL-INTERDIT(WS-CL-CUR)
              MOVE ZEROES TO WS-CL-JOURS(WS-CL-CUR)
              MOVE 'NON' TO WS-CL-SURENDET(WS-CL-CUR)
              MOVE ZEROES TO WS-CL-SCORE(WS-CL-CUR)
              MOVE 'NON' TO WS-CL-AU-REGISTRE(WS-CL-CUR)
           END-IF.

      *> le compte le plus debiteur donne les jours du client
       0320-REPORTER-COMPTE.
           MOVE 0 TO WS-AC-CUR.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
              UNTIL WS-AC-IDX > WS-AC-COUNT
              IF WS-AC-COMPTEID(WS-AC-IDX) = TIT-COMPTEID
                 MOVE WS-AC-IDX TO WS-AC-CUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-AC-CUR = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE TIT-IDCLIENT TO WS-CL-CHERCHE.
           PERFORM 0310-TROUVER-CLIENT.
           IF WS-CL-CUR = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-AC-INTERDIT(WS-AC-CUR) = 'OUI'
              MOVE 'OUI' TO WS-CL-INTERDIT(WS-CL-CUR)
           END-IF.
           IF WS-AC-JOURS(WS-AC-CUR) > WS-CL-JOURS(WS-CL-CUR)
              MOVE WS-AC-JOURS(WS-AC-CUR) TO WS-CL-JOURS(WS-CL-CUR)
           END-IF.

      *>------------------------------------------------------------------------
      *> passe 3 : dernier dossier de surendettement de chaque client
      *>------------------------------------------------------------------------
       0400-NOTER-SURENDETTEMENT.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SURENDET.
           IF WS-SURENDET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SURENDET
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE SD-IDCLIENT TO WS-CL-CHERCHE
              IF SD-STATUT = 'ADMISSIBLE' OR SD-STATUT = 'PLAN'
                 PERFORM 0310-TROUVER-CLIENT
                 IF WS-CL-CUR > 0
                    MOVE 'OUI' TO WS-CL-SURENDET(WS-CL-CUR)
                 END-IF
              ELSE
                 PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > WS-CL-COUNT
                    IF WS-CL-IDCLIENT(WS-CL-IDX) = SD-IDCLIENT
                       MOVE 'NON' TO WS-CL-SURENDET(WS-CL-IDX)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
              READ SURENDET
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SURENDET.

      *>------------------------------------------------------------------------
      *> passe 4 : registre recopie sur FRAGILES.TMP ; clients deja
      *> inscrits maintenus, reperes a nouveau ou leves, puis
      *> nouveaux reperes ajoutes avec l'offre specifique
      *>------------------------------------------------------------------------
       0500-METTRE-A-JOUR-REGISTRE.
           OPEN OUTPUT FRAGILESTMP.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FRAGILES.
           IF WS-FRAGILES-STATUS = "00"
              READ FRAGILES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 PERFORM 0510-TRAITER-INSCRIT
                 WRITE FRAGILESTMP-RECORD FROM FRAGILES-RECORD
                 READ FRAGILES
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE FRAGILES
           END-IF.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              IF WS-CL-AU-REGISTRE(WS-CL-IDX) = 'NON'
                 AND WS-CL-SCORE(WS-CL-IDX) NOT < WS-SEUIL-SCORE
                 INITIALIZE FRAGILES-RECORD
                 MOVE WS-CL-IDCLIENT(WS-CL-IDX) TO FG-IDCLIENT
                 PERFORM 0520-REPERER
                 WRITE FRAGILESTMP-RECORD FROM FRAGILES-RECORD
              END-IF
           END-PERFORM.
           CLOSE FRAGILESTMP.

       0510-TRAITER-INSCRIT.
           MOVE 0 TO WS-CL-CUR.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              IF WS-CL-IDCLIENT(WS-CL-IDX) = FG-IDCLIENT
                 MOVE WS-CL-IDX TO WS-CL-CUR
                 MOVE 'OUI' TO WS-CL-AU-REGISTRE(WS-CL-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

           IF WS-CL-CUR > 0
              IF WS-CL-SCORE(WS-CL-CUR) NOT < WS-SEUIL-SCORE
                 IF FG-STATUT = 'FRAGILE'
                    PERFORM 0530-NOTER-INSCRIT
                    ADD 1 TO WS-NB-MAINTENUS
                    ADD 1 TO WS-NB-FRAGILES
                 ELSE
                    PERFORM 0520-REPERER
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF FG-STATUT = 'FRAGILE'
              IF FG-DATE-DERNIERE < WS-LIMITE-LEVEE
                 MOVE 'LEVE' TO FG-STATUT
                 MOVE WS-TODAY-ISO TO FG-DATE-LEVEE
                 ADD 1 TO WS-NB-LEVES
                 MOVE SPACES TO FRAGILE-RPT-LINE
                 STRING "CLIENT " FG-IDCLIENT
                    " LEVE - NON REPERE DEPUIS LE " FG-DATE-DERNIERE
                    DELIMITED BY SIZE INTO FRAGILE-RPT-LINE
                 WRITE FRAGILE-RPT-LINE
              ELSE
                 ADD 1 TO WS-NB-FRAGILES
              END-IF
           END-IF.

      *> client repere (nouveau, ou de retour apres une levee) :
      *> statut FRAGILE et offre specifique envoyee
       0520-REPERER.
           MOVE WS-CL-IDX TO WS-CL-CUR.
           MOVE 'FRAGILE' TO FG-STATUT.
           MOVE WS-TODAY-ISO TO FG-DATE-DETECTION.
           MOVE SPACES TO FG-DATE-LEVEE.
           PERFORM 0530-NOTER-INSCRIT.
           MOVE WS-TODAY-ISO TO FG-DATE-OFFRE.
           MOVE 'EN ATTENTE' TO FG-REPONSE.
           MOVE SPACES TO FG-DATE-REPONSE.
           ADD 1 TO WS-NB-NOUVEAUX.
           ADD 1 TO WS-NB-FRAGILES.

           MOVE 'Offre specifique clientele fragile'
             TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Forfait a bas cout et frais d''incident plafonnes :'
              ' voir votre agence'
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING FG-IDCLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

           MOVE SPACES TO FRAGILE-RPT-LINE.
           STRING "CLIENT " FG-IDCLIENT " REPERE - SCORE " FG-SCORE
              " REJETS " FG-NB-REJETS " INTERDIT " FG-INTERDIT
              " JOURS DEBITEURS " FG-JOURS-DEBITEUR
              " SURENDETTEMENT " FG-SURENDET " - OFFRE ENVOYEE"
              DELIMITED BY SIZE INTO FRAGILE-RPT-LINE.
           WRITE FRAGILE-RPT-LINE.

       0530-NOTER-INSCRIT.
           MOVE WS-TODAY-ISO TO FG-DATE-DERNIERE.
           MOVE WS-CL-SCORE(WS-CL-CUR) TO FG-SCORE.
           MOVE WS-CL-REJETS(WS-CL-CUR) TO FG-NB-REJETS.
           MOVE WS-CL-INTERDIT(WS-CL-CUR) TO FG-INTERDIT.
           MOVE WS-CL-JOURS(WS-CL-CUR) TO FG-JOURS-DEBITEUR.
           MOVE WS-CL-SURENDET(WS-CL-CUR) TO FG-SURENDET.

       0600-RECOPIER-REGISTRE.
           OPEN INPUT FRAGILESTMP.
           OPEN OUTPUT FRAGILES.
           MOVE 'NON' TO WS-EOF.
           READ FRAGILESTMP
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE FRAGILESTMP-RECORD TO FRAGILES-RECORD
              WRITE FRAGILES-RECORD
              READ FRAGILESTMP
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FRAGILESTMP.
           CLOSE FRAGILES.

      *>------------------------------------------------------------------------
      *> declaration trimestrielle : clients reperes a la fin du
      *> trimestre, offres envoyees dans le trimestre et leur suite,
      *> offres acceptees par les clients encore reperes
      *>------------------------------------------------------------------------
       0700-DECLARATION-TRIMESTRE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FRAGILES.
           IF WS-FRAGILES-STATUS = "00"
              READ FRAGILES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF FG-DATE-OFFRE NOT < WS-DEBUT-TRIM
                    AND FG-DATE-OFFRE NOT > WS-TODAY-ISO
                    ADD 1 TO WS-TR-OFFRES
                    EVALUATE FG-REPONSE
                       WHEN 'ACCEPTEE'
                          ADD 1 TO WS-TR-ACCEPTEES
                       WHEN 'REFUSEE'
                          ADD 1 TO WS-TR-REFUSEES
                       WHEN OTHER
                          ADD 1 TO WS-TR-ATTENTE
                    END-EVALUATE
                 END-IF
                 IF FG-STATUT = 'FRAGILE'
                    AND FG-REPONSE = 'ACCEPTEE'
                    ADD 1 TO WS-TR-ACCEPT-TOTAL
                 END-IF
                 READ FRAGILES
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE FRAGILES
           END-IF.

           OPEN OUTPUT FRAGTRIM-RPT.
           MOVE SPACES TO FRAGTRIM-RPT-LINE.
           STRING "DECLARATION TRIMESTRIELLE CLIENTELE FRAGILE DU "
              WS-DEBUT-TRIM " AU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO FRAGTRIM-RPT-LINE.
           WRITE FRAGTRIM-RPT-LINE.
           MOVE SPACES TO FRAGTRIM-RPT-LINE.
           STRING "CLIENTS REPERES FRAGILES          : " WS-NB-FRAGILES
              DELIMITED BY SIZE INTO FRAGTRIM-RPT-LINE.
           WRITE FRAGTRIM-RPT-LINE.
           MOVE SPACES TO FRAGTRIM-RPT-LINE.
           STRING "DONT AYANT ACCEPTE L'OFFRE        : "
              WS-TR-ACCEPT-TOTAL
              DELIMITED BY SIZE INTO FRAGTRIM-RPT-LINE.
           WRITE FRAGTRIM-RPT-LINE.
           MOVE SPACES TO FRAGTRIM-RPT-LINE.
           STRING "OFFRES ENVOYEES DANS LE TRIMESTRE : " WS-TR-OFFRES
              DELIMITED BY SIZE INTO FRAGTRIM-RPT-LINE.
           WRITE FRAGTRIM-RPT-LINE.
           MOVE SPACES TO FRAGTRIM-RPT-LINE.
           STRING "  ACCEPTEES " WS-TR-ACCEPTEES
              "  REFUSEES " WS-TR-REFUSEES
              "  SANS REPONSE " WS-TR-ATTENTE
              DELIMITED BY SIZE INTO FRAGTRIM-RPT-LINE.
           WRITE FRAGTRIM-RPT-LINE.
           CLOSE FRAGTRIM-RPT.

           MOVE 'FRAGILETRIM' TO WS-SPOOL-NOM.
           MOVE 'FRAGTRIM.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

       END PROGRAM fragilebatch.
