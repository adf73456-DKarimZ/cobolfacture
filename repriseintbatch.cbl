       IDENTIFICATION DIVISION.
       PROGRAM-ID. repriseintbatch.
       AUTHOR. D.KISAMA.

      *> Reprise des postages restes en route : premiere etape du
      *> plan JOBPLAN.DAT, predecesseur de backupbatch et donc de
      *> toutes les etapes de postage, ecrans fermes -- la
      *> generation sauvegardee part ainsi d'un COMPTES.DAT sans
      *> postage a moitie fait, point de depart de rollfwdbatch.
      *> Le journal des intentions POSTINTENT.DAT (voir
      *> POSTINTENT.cpy et le module postintent) est relu, la
      *> derniere ligne de chaque intention (horodatage + compte)
      *> faisant foi. Toute intention restee OUVERT ou ECRIT est
      *> reprise :
      *>   1. la REWRITE de COMPTES.DAT a-t-elle eu lieu ? ECRIT :
      *>      oui. OUVERT : une intention posterieure du meme compte
      *>      partant du solde apres (oui) ou du solde avant (non) le
      *>      dit ; sinon CF-SOLDE egal au solde apres (oui) ou au
      *>      solde avant (non) ; tout autre cas est MANUEL ;
      *>   2. non -> ANNULEE, rien a faire ;
      *>   3. oui, et GENERESQL.SQL porte pour le compte un INSERT
      *>      INTO OPERATIONS dont la sequence manque a OPJOURNAL.DAT
      *>      -> COMPLETEE : la ligne journal est ecrite (module
      *>      opjournal) et, si GENERUPDATE.SQL n'a pas de ligne
      *>      UPDATE du compte posterieure a l'INSERT, la ligne UPDATE
      *>      est generee avec sa propre sequence ;
      *>   4. oui, et OPJOURNAL.DAT porte deja une ligne du compte a
      *>      la date de traitement, du meme montant, qu'aucune
      *>      intention terminee n'a reclamee -> JOURNALISEE (le
      *>      passage est tombe entre le journal et la cloture) ;
      *>   5. oui, sans aucune trace -> RESTAUREE : le montant est
      *>      retire de CF-SOLDE sous verrou ; compte introuvable ->
      *>      MANUEL.
      *> Chaque cas est imprime dans REPRISEINT.RPT (spool retenu
      *> sous le nom REPRISEINT). POSTINTENT.DAT est ensuite reecrit
      *> avec les seules intentions MANUEL, qui restent a instruire
      *> et seront representees au passage suivant. Un mouvement
      *> clos par 'T' (compte interne, contrepassation) n'a pas
      *> d'INSERT : reste en route, il est restaure et driftbatch
      *> signale une ligne UPDATE deja partie vers DB2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSTINTENT ASSIGN TO "POSTINTENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POSTINTENT-STATUS.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GENERESQL-STATUS.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GENERUPDATE-STATUS.

           SELECT OPJOURNAL ASSIGN TO "OPJOURNAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPJOURNAL-STATUS.

           SELECT REPRISEINT-RPT ASSIGN TO "REPRISEINT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POSTINTENT.
           COPY "POSTINTENT.cpy".

       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD GENERESQL.
       01 PRINT-LINE             PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE          PIC X(215).

       FD OPJOURNAL.
           COPY "OPJOURNAL.cpy".

       FD REPRISEINT-RPT.
       01 REPRISEINT-RPT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POSTINTENT-STATUS   PIC X(2).
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-GENERESQL-STATUS    PIC X(2).
       01 WS-GENERUPDATE-STATUS  PIC X(2).
       01 WS-OPJOURNAL-STATUS    PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> intentions du journal, derniere ligne de chacune
       01 WS-IN-TABLE.
           05 WS-IN-ENTRY OCCURS 2000 TIMES.
              10 WS-IN-HORODATE      PIC X(16).
              10 WS-IN-COMPTEID      PIC 9(5).
              10 WS-IN-ETAT          PIC X(10).
              10 WS-IN-MODULE        PIC X(20).
              10 WS-IN-AVANT         PIC S9(9)V99.
              10 WS-IN-APRES         PIC S9(9)V99.
              10 WS-IN-MONTANT       PIC S9(9)V99.
              10 WS-IN-SEQ           PIC 9(10).
              10 WS-IN-RESULTAT      PIC X(12).
       01 WS-IN-COUNT            PIC 9(4) VALUE 0.
       01 WS-IN-IDX              PIC 9(4).
       01 WS-IN-CUR              PIC 9(4).
       01 WS-IN-TRONQUE          PIC X(3) VALUE 'NON'.

      *> sequences deja rattachees a une intention (TERMINE du
      *> journal des intentions, reprises de ce passage)
       01 WS-SR-TABLE.
           05 WS-SR-SEQ OCCURS 2000 TIMES PIC 9(10).
       01 WS-SR-COUNT            PIC 9(4) VALUE 0.
       01 WS-SR-IDX              PIC 9(4).
       01 WS-SR-TROUVE           PIC X(3).

      *> INSERT du compte lus dans GENERESQL.SQL pour l'intention en
      *> cours, ecartes au fur et a mesure qu'on les trouve au
      *> journal
       01 WS-CI-TABLE.
           05 WS-CI-ENTRY OCCURS 50 TIMES.
              10 WS-CI-SEQ           PIC 9(10).
              10 WS-CI-LIGNE         PIC X(215).
       01 WS-CI-COUNT            PIC 9(3).
       01 WS-CI-IDX              PIC 9(3).
       01 WS-CI-RETENU           PIC 9(3).

       01 WS-REWRITE-FAITE       PIC X(7).
       01 WS-MOTIF               PIC X(7).
       01 WS-MOTIF-UPDATE        PIC X(23).
       01 WS-POS                 PIC 9(3).
       01 WS-NB-MOTIF            PIC 9(3).
       01 WS-LIGNE-SEQ           PIC 9(10).
       01 WS-JOURNAL-SEQ         PIC 9(10).
       01 WS-UPDATE-TROUVEE      PIC X(3).
       01 WS-OJ-MONTANT-W        PIC S9(9)V99.
       01 WS-MONTANT-ABS         PIC S9(9)V99.
       01 WS-DETAIL              PIC X(40).

      *> mise a jour du solde generee : meme disposition que
      *> SQL-UPDATE-LINE de activity2banq
       01  SQL-UPDATE-LINE.
            05 FILLER      PIC X(33) VALUE
            'UPDATE COMPTES SET SOLDE = SOLDE '.
            05 DET-OPERATOR        PIC X.
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

      *> restart/checkpoint sequence number, see 0620-NEXT-SQL-SEQ
       01 WS-SQL-SEQ-NR          PIC 9(10) VALUE ZEROES.

       01 WS-RPT-DETAIL.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-HORODATE           PIC X(16).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-COMPTEID           PIC 9(5).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-MODULE             PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-ETAT               PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-AVANT              PIC -(9)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-APRES              PIC -(9)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-RESULTAT           PIC X(12).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-DETAIL             PIC X(40).

       01 WS-NB-LUES             PIC 9(7) VALUE 0.
       01 WS-NB-REPRISES         PIC 9(7) VALUE 0.
       01 WS-NB-ANNULEES         PIC 9(7) VALUE 0.
       01 WS-NB-COMPLETEES       PIC 9(7) VALUE 0.
       01 WS-NB-JOURNALISEES     PIC 9(7) VALUE 0.
       01 WS-NB-RESTAUREES       PIC 9(7) VALUE 0.
       01 WS-NB-MANUEL           PIC 9(7) VALUE 0.

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.
       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'repriseintbatch'.
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

           OPEN OUTPUT REPRISEINT-RPT.
           MOVE SPACES TO REPRISEINT-RPT-LINE.
           STRING "REPRISE DES INTENTIONS DE POSTAGE AU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO REPRISEINT-RPT-LINE.
           WRITE REPRISEINT-RPT-LINE.
           MOVE SPACES TO REPRISEINT-RPT-LINE.
           WRITE REPRISEINT-RPT-LINE.

           PERFORM 0200-CHARGER-INTENTIONS.
           IF WS-IN-TRONQUE = 'OUI'
              MOVE "*** JOURNAL DES INTENTIONS TROP LONG : ARRET"
                TO REPRISEINT-RPT-LINE
              WRITE REPRISEINT-RPT-LINE
              PERFORM 0950-ARRETER
              GOBACK
           END-IF.

           OPEN I-O COMPTESFILE.
           IF WS-COMPTESFILE-STATUS NOT = "00"
              MOVE "*** COMPTES.DAT INACCESSIBLE : ARRET"
                TO REPRISEINT-RPT-LINE
              WRITE REPRISEINT-RPT-LINE
              PERFORM 0950-ARRETER
              GOBACK
           END-IF.

           PERFORM VARYING WS-IN-CUR FROM 1 BY 1
              UNTIL WS-IN-CUR > WS-IN-COUNT
              IF WS-IN-ETAT(WS-IN-CUR) = 'OUVERT'
                 OR WS-IN-ETAT(WS-IN-CUR) = 'ECRIT'
                 ADD 1 TO WS-NB-REPRISES
                 PERFORM 0300-REPRENDRE-INTENTION
                 PERFORM 0800-ECRIRE-CAS
              END-IF
           END-PERFORM.
           CLOSE COMPTESFILE.

           IF WS-NB-REPRISES = 0
              MOVE "  AUCUNE INTENTION EN SUSPENS"
                TO REPRISEINT-RPT-LINE
              WRITE REPRISEINT-RPT-LINE
           END-IF.

           PERFORM 0900-REECRIRE-INTENTIONS.

           MOVE SPACES TO REPRISEINT-RPT-LINE.
           WRITE REPRISEINT-RPT-LINE.
           MOVE SPACES TO REPRISEINT-RPT-LINE.
           STRING "INTENTIONS: " WS-NB-LUES
              "  REPRISES: " WS-NB-REPRISES
              "  ANNULEES: " WS-NB-ANNULEES
              "  COMPLETEES: " WS-NB-COMPLETEES
              "  JOURNALISEES: " WS-NB-JOURNALISEES
              "  RESTAUREES: " WS-NB-RESTAUREES
              "  MANUEL: " WS-NB-MANUEL
              DELIMITED BY SIZE INTO REPRISEINT-RPT-LINE.
           WRITE REPRISEINT-RPT-LINE.
           CLOSE REPRISEINT-RPT.

           MOVE 'REPRISEINT' TO WS-SPOOL-NOM.
           MOVE 'REPRISEINT.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NB-REPRISES TO WS-BR-RECORDS.
           MOVE WS-NB-MANUEL TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

      *> une entree par intention (horodatage + compte), mise a jour
      *> a chaque nouvelle ligne d'etat ; les sequences des
      *> intentions terminees sont retenues pour la regle 4
       0200-CHARGER-INTENTIONS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT POSTINTENT.
           IF WS-POSTINTENT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ POSTINTENT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              ADD 1 TO WS-NB-LUES
              MOVE 0 TO WS-IN-CUR
              PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                 UNTIL WS-IN-IDX > WS-IN-COUNT
                 OR WS-IN-CUR > 0
                 IF WS-IN-HORODATE(WS-IN-IDX) = PI-HORODATE
                    AND WS-IN-COMPTEID(WS-IN-IDX) = PI-COMPTEID
                    MOVE WS-IN-IDX TO WS-IN-CUR
                 END-IF
              END-PERFORM
              IF WS-IN-CUR = 0
                 IF WS-IN-COUNT < 2000
                    ADD 1 TO WS-IN-COUNT
                    MOVE WS-IN-COUNT TO WS-IN-CUR
                 ELSE
                    MOVE 'OUI' TO WS-IN-TRONQUE
                 END-IF
              END-IF
              IF WS-IN-CUR > 0
                 MOVE PI-HORODATE TO WS-IN-HORODATE(WS-IN-CUR)
                 MOVE PI-COMPTEID TO WS-IN-COMPTEID(WS-IN-CUR)
                 MOVE PI-ETAT TO WS-IN-ETAT(WS-IN-CUR)
                 MOVE PI-MODULE TO WS-IN-MODULE(WS-IN-CUR)
                 MOVE PI-SOLDE-AVANT TO WS-IN-AVANT(WS-IN-CUR)
                 MOVE PI-SOLDE-APRES TO WS-IN-APRES(WS-IN-CUR)
                 MOVE PI-MONTANT TO WS-IN-MONTANT(WS-IN-CUR)
                 MOVE PI-SEQ TO WS-IN-SEQ(WS-IN-CUR)
                 MOVE SPACES TO WS-IN-RESULTAT(WS-IN-CUR)
              END-IF
              IF PI-ETAT = 'TERMINE' AND PI-SEQ NOT = ZEROES
                 AND WS-SR-COUNT < 2000
                 ADD 1 TO WS-SR-COUNT
                 MOVE PI-SEQ TO WS-SR-SEQ(WS-SR-COUNT)
              END-IF
              READ POSTINTENT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE POSTINTENT.

      *>------------------------------------------------------------------------
      *> reprise d'une intention OUVERT ou ECRIT (WS-IN-CUR)
      *>------------------------------------------------------------------------
       0300-REPRENDRE-INTENTION.
           MOVE SPACES TO WS-DETAIL.
           PERFORM 0310-REWRITE-FAITE.
           IF WS-REWRITE-FAITE = 'MANUEL'
              MOVE 'MANUEL' TO WS-IN-RESULTAT(WS-IN-CUR)
              MOVE "SOLDE NI AVANT NI APRES" TO WS-DETAIL
              ADD 1 TO WS-NB-MANUEL
              EXIT PARAGRAPH
           END-IF.
           IF WS-REWRITE-FAITE = 'NON'
              MOVE 'ANNULEE' TO WS-IN-RESULTAT(WS-IN-CUR)
              MOVE "SOLDE JAMAIS REECRIT" TO WS-DETAIL
              ADD 1 TO WS-NB-ANNULEES
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0400-CHERCHER-TRACES.
           IF WS-CI-RETENU > 0
              PERFORM 0500-COMPLETER
              EXIT PARAGRAPH
           END-IF.
           IF WS-JOURNAL-SEQ NOT = ZEROES
              MOVE 'JOURNALISEE' TO WS-IN-RESULTAT(WS-IN-CUR)
              MOVE WS-JOURNAL-SEQ TO WS-IN-SEQ(WS-IN-CUR)
              MOVE WS-JOURNAL-SEQ TO WS-LIGNE-SEQ
              PERFORM 0460-RECLAMER-SEQ
              STRING "DEJA AU JOURNAL SEQ " WS-JOURNAL-SEQ
                 DELIMITED BY SIZE INTO WS-DETAIL
              ADD 1 TO WS-NB-JOURNALISEES
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0700-RESTAURER.

      *> regle 1 : la REWRITE a-t-elle eu lieu (OUI/NON/MANUEL)
       0310-REWRITE-FAITE.
           IF WS-IN-ETAT(WS-IN-CUR) = 'ECRIT'
              MOVE 'OUI' TO WS-REWRITE-FAITE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REWRITE-FAITE.
      *>    une intention posterieure du meme compte est partie du
      *>    solde que cette REWRITE a laisse
           PERFORM VARYING WS-IN-IDX FROM WS-IN-CUR BY 1
              UNTIL WS-IN-IDX > WS-IN-COUNT
                 OR WS-REWRITE-FAITE NOT = SPACES
              IF WS-IN-IDX > WS-IN-CUR
                 AND WS-IN-COMPTEID(WS-IN-IDX)
                   = WS-IN-COMPTEID(WS-IN-CUR)
                 IF WS-IN-AVANT(WS-IN-IDX) = WS-IN-APRES(WS-IN-CUR)
                    MOVE 'OUI' TO WS-REWRITE-FAITE
                 ELSE
                    IF WS-IN-AVANT(WS-IN-IDX)
                      = WS-IN-AVANT(WS-IN-CUR)
                       MOVE 'NON' TO WS-REWRITE-FAITE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-REWRITE-FAITE NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
      *>    derniere intention du compte : le fichier le dit
           MOVE WS-IN-COMPTEID(WS-IN-CUR) TO CF-COMPTEID.
           READ COMPTESFILE
              INVALID KEY
                 MOVE 'MANUEL' TO WS-REWRITE-FAITE
                 EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
              WHEN CF-SOLDE = WS-IN-APRES(WS-IN-CUR)
                 MOVE 'OUI' TO WS-REWRITE-FAITE
              WHEN CF-SOLDE = WS-IN-AVANT(WS-IN-CUR)
                 MOVE 'NON' TO WS-REWRITE-FAITE
              WHEN OTHER
                 MOVE 'MANUEL' TO WS-REWRITE-FAITE
           END-EVALUATE.

      *>------------------------------------------------------------------------
      *> regles 3 et 4 : INSERT du compte absents du journal, ou
      *> ligne journal du jour du meme montant non reclamee
      *>------------------------------------------------------------------------
       0400-CHERCHER-TRACES.
           MOVE 0 TO WS-CI-COUNT.
           MOVE 0 TO WS-CI-RETENU.
           MOVE ZEROES TO WS-JOURNAL-SEQ.
           MOVE SPACES TO WS-MOTIF.
           STRING "," WS-IN-COMPTEID(WS-IN-CUR) ","
              DELIMITED BY SIZE INTO WS-MOTIF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT GENERESQL.
           IF WS-GENERESQL-STATUS = "00"
              READ GENERESQL
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF PRINT-LINE(1:22) = 'INSERT INTO OPERATIONS'
                    AND PRINT-LINE(201:5) = " SEQ="
                    AND PRINT-LINE(206:10) IS NUMERIC
                    PERFORM 0410-RETENIR-INSERT
                 END-IF
                 READ GENERESQL
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE GENERESQL
           END-IF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT OPJOURNAL.
           IF WS-OPJOURNAL-STATUS = "00"
              READ OPJOURNAL
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 PERFORM 0420-CONFRONTER-JOURNAL
                 READ OPJOURNAL
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE OPJOURNAL
           END-IF.

      *>    INSERT restant : le plus recent, pas deja repris
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              IF WS-CI-SEQ(WS-CI-IDX) NOT = ZEROES
                 MOVE WS-CI-SEQ(WS-CI-IDX) TO WS-LIGNE-SEQ
                 PERFORM 0450-SEQ-RECLAMEE
                 IF WS-SR-TROUVE = 'NON'
                    IF WS-CI-RETENU = 0
                       MOVE WS-CI-IDX TO WS-CI-RETENU
                    ELSE
                       IF WS-CI-SEQ(WS-CI-IDX)
                         > WS-CI-SEQ(WS-CI-RETENU)
                          MOVE WS-CI-IDX TO WS-CI-RETENU
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *>    le compte en position COMPTEID : ",nnnnn," suivi de
      *>    l'IDCLIENT (le meme motif suivi d'une date est l'IDCLIENT)
       0410-RETENIR-INSERT.
           MOVE 0 TO WS-NB-MOTIF.
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > 192 OR WS-NB-MOTIF > 0
              IF PRINT-LINE(WS-POS:7) = WS-MOTIF
                 AND PRINT-LINE(WS-POS + 7:1) IS NUMERIC
                 ADD 1 TO WS-NB-MOTIF
              END-IF
           END-PERFORM.
           IF WS-NB-MOTIF = 0 OR WS-CI-COUNT NOT < 50
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CI-COUNT.
           MOVE PRINT-LINE(206:10) TO WS-CI-SEQ(WS-CI-COUNT).
           MOVE PRINT-LINE TO WS-CI-LIGNE(WS-CI-COUNT).

       0420-CONFRONTER-JOURNAL.
      *>    INSERT deja journalise : ecarte
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              IF WS-CI-SEQ(WS-CI-IDX) = OJ-SEQ
                 MOVE ZEROES TO WS-CI-SEQ(WS-CI-IDX)
              END-IF
           END-PERFORM.
           IF WS-JOURNAL-SEQ NOT = ZEROES
              OR OJ-COMPTEID NOT = WS-IN-COMPTEID(WS-IN-CUR)
              OR OJ-DATEOP NOT = WS-TODAY-ISO
              EXIT PARAGRAPH
           END-IF.
           IF OJ-SIGNE = '-'
              COMPUTE WS-OJ-MONTANT-W = ZEROES - OJ-MONTANT
           ELSE
              MOVE OJ-MONTANT TO WS-OJ-MONTANT-W
           END-IF.
           IF WS-OJ-MONTANT-W NOT = WS-IN-MONTANT(WS-IN-CUR)
              EXIT PARAGRAPH
           END-IF.
           MOVE OJ-SEQ TO WS-LIGNE-SEQ.
           PERFORM 0450-SEQ-RECLAMEE.
           IF WS-SR-TROUVE = 'NON'
              MOVE OJ-SEQ TO WS-JOURNAL-SEQ
           END-IF.

       0450-SEQ-RECLAMEE.
           MOVE 'NON' TO WS-SR-TROUVE.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
              UNTIL WS-SR-IDX > WS-SR-COUNT OR WS-SR-TROUVE = 'OUI'
              IF WS-SR-SEQ(WS-SR-IDX) = WS-LIGNE-SEQ
                 MOVE 'OUI' TO WS-SR-TROUVE
              END-IF
           END-PERFORM.

       0460-RECLAMER-SEQ.
           IF WS-SR-COUNT < 2000
              ADD 1 TO WS-SR-COUNT
              MOVE WS-LIGNE-SEQ TO WS-SR-SEQ(WS-SR-COUNT)
           END-IF.

      *>------------------------------------------------------------------------
      *> regle 3 : ligne journal de l'INSERT retenu, puis ligne UPDATE
      *> si le flux n'en porte pas apres l'INSERT
      *>------------------------------------------------------------------------
       0500-COMPLETER.
           MOVE WS-CI-SEQ(WS-CI-RETENU) TO WS-LIGNE-SEQ.
           PERFORM 0460-RECLAMER-SEQ.
           CALL 'opjournal' USING WS-LIGNE-SEQ,
              WS-CI-LIGNE(WS-CI-RETENU).

           PERFORM 0510-CHERCHER-UPDATE.
           IF WS-UPDATE-TROUVEE = 'NON'
              PERFORM 0600-GENERER-UPDATE
              STRING "JOURNAL ET UPDATE SEQ " WS-LIGNE-SEQ
                 DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
              STRING "JOURNAL SEQ " WS-LIGNE-SEQ
                 DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
           MOVE WS-LIGNE-SEQ TO WS-IN-SEQ(WS-IN-CUR).
           MOVE 'COMPLETEE' TO WS-IN-RESULTAT(WS-IN-CUR).
           ADD 1 TO WS-NB-COMPLETEES.

       0510-CHERCHER-UPDATE.
           MOVE 'NON' TO WS-UPDATE-TROUVEE.
           MOVE SPACES TO WS-MOTIF-UPDATE.
           STRING "WHERE COMPTEID = " WS-IN-COMPTEID(WS-IN-CUR)
              DELIMITED BY SIZE INTO WS-MOTIF-UPDATE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT GENERUPDATE.
           IF WS-GENERUPDATE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GENERUPDATE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PRINT-UP-LINE(1:22) = 'UPDATE COMPTES SET SOL'
                 AND PRINT-UP-LINE(201:5) = " SEQ="
                 AND PRINT-UP-LINE(206:10) IS NUMERIC
                 AND PRINT-UP-LINE(206:10) > WS-LIGNE-SEQ
                 MOVE 0 TO WS-NB-MOTIF
                 INSPECT PRINT-UP-LINE(1:200) TALLYING WS-NB-MOTIF
                    FOR ALL WS-MOTIF-UPDATE
                 IF WS-NB-MOTIF > 0
                    MOVE 'OUI' TO WS-UPDATE-TROUVEE
                 END-IF
              END-IF
              READ GENERUPDATE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE GENERUPDATE.

       0600-GENERER-UPDATE.
           IF WS-IN-MONTANT(WS-IN-CUR) < ZEROES
              MOVE '-' TO DET-OPERATOR
              COMPUTE WS-MONTANT-ABS = ZEROES - WS-IN-MONTANT(WS-IN-CUR)
           ELSE
              MOVE '+' TO DET-OPERATOR
              MOVE WS-IN-MONTANT(WS-IN-CUR) TO WS-MONTANT-ABS
           END-IF.
           MOVE WS-MONTANT-ABS TO DET-UP-SOMME.
           MOVE WS-IN-COMPTEID(WS-IN-CUR) TO DET-UP-COMPTEID.
           OPEN EXTEND GENERUPDATE.
           IF WS-GENERUPDATE-STATUS = "35"
              OPEN OUTPUT GENERUPDATE
           END-IF.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0620-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.
           CLOSE GENERUPDATE.

       0620-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
      *>    (une lecture/reecriture de GENERESQLSEQ.DAT par bloc de
      *>    numeros, plus par ligne)
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *>------------------------------------------------------------------------
      *> regle 5 : le montant poste est retire sous verrou -- les
      *> postages posterieurs du compte restent acquis
      *>------------------------------------------------------------------------
       0700-RESTAURER.
           MOVE WS-IN-COMPTEID(WS-IN-CUR) TO CF-COMPTEID.
           READ COMPTESFILE WITH LOCK
              INVALID KEY
                 MOVE 'MANUEL' TO WS-IN-RESULTAT(WS-IN-CUR)
                 MOVE "COMPTE INTROUVABLE" TO WS-DETAIL
                 ADD 1 TO WS-NB-MANUEL
                 EXIT PARAGRAPH
           END-READ.
           COMPUTE CF-SOLDE = CF-SOLDE - WS-IN-MONTANT(WS-IN-CUR).
           REWRITE COMPTESFILE-RECORD.
           IF WS-COMPTESFILE-STATUS(1:1) NOT = "0"
              UNLOCK COMPTESFILE
              MOVE 'MANUEL' TO WS-IN-RESULTAT(WS-IN-CUR)
              STRING "REECRITURE EN ECHEC " WS-COMPTESFILE-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL
              ADD 1 TO WS-NB-MANUEL
              EXIT PARAGRAPH
           END-IF.
           UNLOCK COMPTESFILE.
           MOVE 'RESTAUREE' TO WS-IN-RESULTAT(WS-IN-CUR).
           MOVE CF-SOLDE TO RPT-APRES.
           STRING "SOLDE RAMENE A " RPT-APRES
              DELIMITED BY SIZE INTO WS-DETAIL.
           ADD 1 TO WS-NB-RESTAUREES.

       0800-ECRIRE-CAS.
           MOVE WS-IN-HORODATE(WS-IN-CUR) TO RPT-HORODATE.
           MOVE WS-IN-COMPTEID(WS-IN-CUR) TO RPT-COMPTEID.
           MOVE WS-IN-MODULE(WS-IN-CUR) TO RPT-MODULE.
           MOVE WS-IN-ETAT(WS-IN-CUR) TO RPT-ETAT.
           MOVE WS-IN-AVANT(WS-IN-CUR) TO RPT-AVANT.
           MOVE WS-IN-APRES(WS-IN-CUR) TO RPT-APRES.
           MOVE WS-IN-RESULTAT(WS-IN-CUR) TO RPT-RESULTAT.
           MOVE WS-DETAIL TO RPT-DETAIL.
           MOVE WS-RPT-DETAIL TO REPRISEINT-RPT-LINE.
           WRITE REPRISEINT-RPT-LINE.

      *> seules les intentions MANUEL restent au journal, avec leur
      *> dernier etat
       0900-REECRIRE-INTENTIONS.
           OPEN OUTPUT POSTINTENT.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
              UNTIL WS-IN-IDX > WS-IN-COUNT
              IF WS-IN-RESULTAT(WS-IN-IDX) = 'MANUEL'
                 MOVE WS-IN-HORODATE(WS-IN-IDX) TO PI-HORODATE
                 MOVE WS-IN-COMPTEID(WS-IN-IDX) TO PI-COMPTEID
                 MOVE WS-IN-ETAT(WS-IN-IDX) TO PI-ETAT
                 MOVE WS-IN-MODULE(WS-IN-IDX) TO PI-MODULE
                 MOVE WS-IN-AVANT(WS-IN-IDX) TO PI-SOLDE-AVANT
                 MOVE WS-IN-APRES(WS-IN-IDX) TO PI-SOLDE-APRES
                 MOVE WS-IN-MONTANT(WS-IN-IDX) TO PI-MONTANT
                 MOVE WS-IN-SEQ(WS-IN-IDX) TO PI-SEQ
                 WRITE POSTINTENT-RECORD
              END-IF
           END-PERFORM.
           CLOSE POSTINTENT.

      *> arret sans reprise : le journal des intentions est laisse
      *> intact pour le passage suivant
       0950-ARRETER.
           CLOSE REPRISEINT-RPT.
           MOVE ZEROES TO WS-BR-RECORDS.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'ECHEC' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           MOVE 8 TO RETURN-CODE.

       END PROGRAM repriseintbatch.
