      *> dans GENERESQL.SQL/GENERUPDATE.SQL au format sequence ; un
      *> prelevement refuse (provision insuffisante) passe l'echeance
      *> EN RETARD et facture les frais de retard via commisionfrais.
      *> En fin de passage, les nantissements (NANTIS.DAT) des prets
      *> entierement rembourses -- plus aucune echeance due, ou pret
      *> SOLDE par remboursement anticipe -- sont leves : les fonds
      *> redeviennent disponibles et le client en est avise.
      *> Surendettement (registre SURENDET.DAT, module surendcheck) :
      *> l'echeance due d'un client au dossier ADMISSIBLE n'est pas
      *> prelevee et passe SUSPENDUE (montant journalise) ; sous PLAN
      *> elle passe AU PLAN, remplacee par le versement mensuel du
      *> plan preleve en fin de passage sur le compte du plan. Une
      *> echeance SUSPENDUE redevient prelevable si le dossier est
      *> rejete ou clos sans plan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRETPLAN ASSIGN TO "PRETPLAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NANTIS ASSIGN TO "NANTIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NANTIS-STATUS.

           SELECT SURENDET ASSIGN TO "SURENDET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SURENDET-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD PRETS.
       01 PRETS-RECORD.
           05 PR-PRETID          PIC 9(5).
           05 PR-IDCLIENT        PIC 9(5).
           05 PR-COMPTEID        PIC 9(5).
           05 PR-CAPITAL         PIC 9(7)V99.
           05 PR-TAUX-ANNUEL     PIC 9(2)V99.
           05 PR-DUREE-MOIS      PIC 9(3).
           05 PP-CAPITAL-RESTANT PIC 9(7)V99.
           05 PP-STATUT          PIC X(10).

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

       FD SURENDET.
           COPY "SURENDET.cpy".

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       01 WS-PRETS-TABLE.
           05 WS-PR-ENTRY OCCURS 50 TIMES.
              10 WS-PR-PRETID        PIC 9(5).
              10 WS-PR-IDCLIENT      PIC 9(5).
              10 WS-PR-COMPTEID      PIC 9(5).
              10 WS-PR-STATUT        PIC X(10).
       01 WS-PRETS-COUNT        PIC 9(3) VALUE 0.
       01 WS-PR-IDX             PIC 9(3).
       01 WS-CUR-IDCLIENT       PIC 9(5).
       01 WS-CUR-COMPTEID       PIC 9(5).

       01 WS-PLAN-TABLE.
           05 WS-PP-ENTRY OCCURS 600 TIMES.

       01 WS-MENSUALITE         PIC 9(5)V99.

      *> registre des nantissements charge en entier pour la
      *> mainlevee des prets rembourses
       01 WS-NANTIS-STATUS      PIC X(2).
       01 WS-EOF-NANTIS         PIC X(3) VALUE 'NON'.
       01 WS-NT-TABLE.
           05 WS-NT-ENTRY OCCURS 200 TIMES.
              10 WS-NT-NANTID        PIC 9(5).
              10 WS-NT-PRETID        PIC 9(5).
              10 WS-NT-TYPE          PIC X(1).
              10 WS-NT-COMPTEID      PIC 9(5).
              10 WS-NT-DEPOTID       PIC 9(10).
              10 WS-NT-MONTANT       PIC 9(7)V99.
              10 WS-NT-DATE-POSE     PIC X(10).
              10 WS-NT-DATE-FIN      PIC X(10).
              10 WS-NT-MONTANT-APPELE PIC 9(7)V99.
              10 WS-NT-STATUT        PIC X(10).
       01 WS-NT-COUNT           PIC 9(3) VALUE 0.
       01 WS-NT-IDX             PIC 9(3).
       01 WS-NT-DUES            PIC 9(4).
       01 WS-NT-LIGNES          PIC 9(4).
       01 WS-LEVEES             PIC 9(4) VALUE 0.
       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).

       01 L-SOLDE        PIC 9(5)V99.
       01 L-SOMME        PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-COMM         PIC 9V99 VALUE 0.
       01 L-DATE         PIC X(10).
       01 L-LIBELLE      PIC X(25).
       01 L-COMPTEID     PIC 9(5).

      *> frais de retard factures via commisionfrais quand le
      *> prelevement echoue
       01 WS-PRELEVEES          PIC 9(4) VALUE 0.
       01 WS-EN-RETARD          PIC 9(4) VALUE 0.

      *> surendettement : suspension de l'echeance (surendcheck) et
      *> registre des dossiers charge pour les versements de plan
       01 WS-SUR-ACTION         PIC X.
       01 WS-SUR-ORIGINE        PIC X(20).
       01 WS-SUR-MONTANT        PIC 9(7)V99.
       01 WS-SUR-SUSPENDU       PIC X(3).
       01 WS-SUR-STATUT         PIC X(10).
       01 WS-SUSPENDUES         PIC 9(4) VALUE 0.
       01 WS-SURENDET-STATUS    PIC X(2).
       01 WS-EOF-SURENDET       PIC X(3) VALUE 'NON'.
       01 WS-SD-TABLE.
           05 WS-SD-ENTRY OCCURS 200 TIMES.
              10 WS-SD-DOSSIERID        PIC 9(5).
              10 WS-SD-IDCLIENT         PIC 9(5).
              10 WS-SD-DATE-DECLARATION PIC X(10).
              10 WS-SD-DATE-RECEVABILITE PIC X(10).
              10 WS-SD-STATUT           PIC X(10).
              10 WS-SD-PLAN-DEBUT       PIC X(10).
              10 WS-SD-PLAN-DUREE       PIC 9(3).
              10 WS-SD-PLAN-MENSUALITE  PIC 9(7)V99.
              10 WS-SD-PLAN-COMPTEID    PIC 9(5).
              10 WS-SD-PLAN-PROCHAINE   PIC X(10).
              10 WS-SD-PLAN-NB-PAYES    PIC 9(3).
              10 WS-SD-PLAN-NB-IMPAYES  PIC 9(3).
              10 WS-SD-DATE-CLOTURE     PIC X(10).
       01 WS-SD-COUNT           PIC 9(3) VALUE 0.
       01 WS-SD-IDX             PIC 9(3).
       01 WS-SD-MODIFIE         PIC X(3) VALUE 'NON'.
       01 WS-SD-TRONQUE         PIC X(3) VALUE 'NON'.
       01 WS-VERSEMENTS         PIC 9(4) VALUE 0.
       01 WS-VERSEMENTS-KO      PIC 9(4) VALUE 0.
       01 WS-PROCH-AN           PIC 9(4).
       01 WS-PROCH-MOIS         PIC 9(2).

      *> restart/checkpoint sequence number, see 0320-NEXT-SQL-SEQ
       01 WS-SQL-SEQ-NR          PIC 9(10) VALUE ZEROES.

           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

      *> date de traitement officielle servie par le registre

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-PLAN-COUNT
              IF (WS-PP-STATUT(WS-IDX) = 'A PRELEVER'
                    OR WS-PP-STATUT(WS-IDX) = 'SUSPENDUE')
                 AND WS-PP-DATE-EXIG(WS-IDX) NOT > WS-TODAY-ISO
                 PERFORM 0300-PRELEVER-ECHEANCE
              END-IF
           END-PERFORM.

           PERFORM 0800-PRELEVER-PLANS.

           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           PERFORM 0900-REWRITE-PRETPLAN.

           PERFORM 0700-LEVER-NANTISSEMENTS.

           DISPLAY "Echeances prelevees : " WS-PRELEVEES.
           DISPLAY "Echeances en retard : " WS-EN-RETARD.
           DISPLAY "Nantissements leves : " WS-LEVEES.
           DISPLAY "Echeances suspendues: " WS-SUSPENDUES.
           DISPLAY "Versements de plan  : " WS-VERSEMENTS.
           DISPLAY "Versements impayes  : " WS-VERSEMENTS-KO.

           GOBACK.

              MOVE PR-PRETID TO WS-PR-PRETID(WS-PRETS-COUNT)
              MOVE PR-IDCLIENT TO WS-PR-IDCLIENT(WS-PRETS-COUNT)
              MOVE PR-COMPTEID TO WS-PR-COMPTEID(WS-PRETS-COUNT)
              MOVE PR-STATUT TO WS-PR-STATUT(WS-PRETS-COUNT)
              READ PRETS
                 AT END MOVE 'OUI' TO WS-EOF-PRETS
              END-READ
           COMPUTE WS-MENSUALITE = WS-PP-PART-CAPITAL(WS-IDX)
              + WS-PP-PART-INTERETS(WS-IDX).

      *>    client surendette : pas de prelevement. Le montant n'est
      *>    journalise qu'au premier passage (A PRELEVER) ; sous
      *>    PLAN l'echeance est reprise par le plan
           IF WS-PP-STATUT(WS-IDX) = 'A PRELEVER'
              MOVE 'S' TO WS-SUR-ACTION
           ELSE
              MOVE 'T' TO WS-SUR-ACTION
           END-IF.
           MOVE 'ECHEANCE PRET' TO WS-SUR-ORIGINE.
           MOVE WS-MENSUALITE TO WS-SUR-MONTANT.
           CALL 'surendcheck' USING WS-SUR-ACTION, WS-CUR-COMPTEID,
              WS-CUR-IDCLIENT, WS-TODAY-ISO, WS-SUR-ORIGINE,
              WS-SUR-MONTANT, WS-SUR-SUSPENDU, WS-SUR-STATUT.
           IF WS-SUR-SUSPENDU = 'OUI'
              IF WS-PP-STATUT(WS-IDX) = 'A PRELEVER'
                 ADD 1 TO WS-SUSPENDUES
              END-IF
              IF WS-SUR-STATUT = 'PLAN'
                 MOVE 'AU PLAN' TO WS-PP-STATUT(WS-IDX)
              ELSE
                 MOVE 'SUSPENDUE' TO WS-PP-STATUT(WS-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-MENSUALITE TO L-SOMME.
           MOVE WS-CUR-COMPTEID TO L-COMPTEID.
           END-PERFORM.
           CLOSE PRETPLAN.

      *> mainlevee : un nantissement ACTIF est leve quand son pret
      *> est SOLDE ou n'a plus aucune echeance due (A PRELEVER, EN
      *> RETARD, CONTENTIEUX, SUSPENDUE ou AU PLAN) dans le tableau
      *> d'amortissement
       0700-LEVER-NANTISSEMENTS.
           OPEN INPUT NANTIS.
           IF WS-NANTIS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ NANTIS
              AT END MOVE 'OUI' TO WS-EOF-NANTIS
           END-READ.
           PERFORM UNTIL WS-EOF-NANTIS = 'OUI'
              ADD 1 TO WS-NT-COUNT
              MOVE NT-NANTID TO WS-NT-NANTID(WS-NT-COUNT)
              MOVE NT-PRETID TO WS-NT-PRETID(WS-NT-COUNT)
              MOVE NT-TYPE TO WS-NT-TYPE(WS-NT-COUNT)
              MOVE NT-COMPTEID TO WS-NT-COMPTEID(WS-NT-COUNT)
              MOVE NT-DEPOTID TO WS-NT-DEPOTID(WS-NT-COUNT)
              MOVE NT-MONTANT TO WS-NT-MONTANT(WS-NT-COUNT)
              MOVE NT-DATE-POSE TO WS-NT-DATE-POSE(WS-NT-COUNT)
              MOVE NT-DATE-FIN TO WS-NT-DATE-FIN(WS-NT-COUNT)
              MOVE NT-MONTANT-APPELE
                TO WS-NT-MONTANT-APPELE(WS-NT-COUNT)
              MOVE NT-STATUT TO WS-NT-STATUT(WS-NT-COUNT)
              READ NANTIS
                 AT END MOVE 'OUI' TO WS-EOF-NANTIS
              END-READ
           END-PERFORM.
           CLOSE NANTIS.

           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
              UNTIL WS-NT-IDX > WS-NT-COUNT
              IF WS-NT-STATUT(WS-NT-IDX) = 'ACTIF'
                 PERFORM 0710-LEVER-SI-REMBOURSE
              END-IF
           END-PERFORM.

           IF WS-LEVEES > 0
              PERFORM 0910-REWRITE-NANTIS
           END-IF.

       0710-LEVER-SI-REMBOURSE.
           MOVE 0 TO WS-PR-IDX.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PRETS-COUNT
              IF WS-PR-PRETID(WS-PR-IDX) = WS-NT-PRETID(WS-NT-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PR-IDX > WS-PRETS-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NT-DUES.
           MOVE 0 TO WS-NT-LIGNES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-PLAN-COUNT
              IF WS-PP-PRETID(WS-IDX) = WS-NT-PRETID(WS-NT-IDX)
                 ADD 1 TO WS-NT-LIGNES
                 IF WS-PP-STATUT(WS-IDX) = 'A PRELEVER'
                    OR WS-PP-STATUT(WS-IDX) = 'EN RETARD'
                    OR WS-PP-STATUT(WS-IDX) = 'CONTENTIEUX'
                    OR WS-PP-STATUT(WS-IDX) = 'SUSPENDUE'
                    OR WS-PP-STATUT(WS-IDX) = 'AU PLAN'
                    ADD 1 TO WS-NT-DUES
                 END-IF
              END-IF
           END-PERFORM.

      *>    pret sans tableau (encore NOUVEAU) : rien a lever
           IF WS-PR-STATUT(WS-PR-IDX) NOT = 'SOLDE'
              AND (WS-NT-LIGNES = 0 OR WS-NT-DUES > 0)
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LEVEES.
           MOVE 'LEVE' TO WS-NT-STATUT(WS-NT-IDX).
           MOVE WS-TODAY-ISO TO WS-NT-DATE-FIN(WS-NT-IDX).

           MOVE 'MAINLEVEE DE NANTISSEMENT' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           IF WS-NT-TYPE(WS-NT-IDX) = 'D'
              STRING 'Pret ' WS-NT-PRETID(WS-NT-IDX)
                 ' rembourse : depot ' WS-NT-DEPOTID(WS-NT-IDX)
                 ' libere'
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
           ELSE
              STRING 'Pret ' WS-NT-PRETID(WS-NT-IDX)
                 ' rembourse : ' WS-NT-MONTANT(WS-NT-IDX)
                 ' EUR liberes sur le compte '
                 WS-NT-COMPTEID(WS-NT-IDX)
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
           END-IF.
           CALL 'msgnotif' USING WS-PR-IDCLIENT(WS-PR-IDX),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

      *>------------------------------------------------------------------------
      *> versements des plans de surendettement : un par mois a
      *> partir du premier versement du plan, preleve sur le compte
      *> du plan. Un versement refuse compte en impaye, sans frais
      *> (les frais d'incident restent suspendus). Apres le dernier
      *> versement le dossier passe TERMINE
      *>------------------------------------------------------------------------
       0800-PRELEVER-PLANS.
           OPEN INPUT SURENDET.
           IF WS-SURENDET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SURENDET
              AT END MOVE 'OUI' TO WS-EOF-SURENDET
           END-READ.
           PERFORM UNTIL WS-EOF-SURENDET = 'OUI'
              IF WS-SD-COUNT < 200
                 ADD 1 TO WS-SD-COUNT
                 MOVE SURENDET-RECORD TO WS-SD-ENTRY(WS-SD-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-SD-TRONQUE
              END-IF
              READ SURENDET
                 AT END MOVE 'OUI' TO WS-EOF-SURENDET
              END-READ
           END-PERFORM.
           CLOSE SURENDET.
      *>    registre plus grand que la table : on ne le reecrit pas
      *>    tronque, les versements attendent l'exploitation
           IF WS-SD-TRONQUE = 'OUI'
              DISPLAY "SURENDET.DAT trop grand : plans non preleves"
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
              UNTIL WS-SD-IDX > WS-SD-COUNT
              IF WS-SD-STATUT(WS-SD-IDX) = 'PLAN'
                 AND WS-SD-PLAN-PROCHAINE(WS-SD-IDX) NOT = SPACES
                 AND WS-SD-PLAN-PROCHAINE(WS-SD-IDX)
                    NOT > WS-TODAY-ISO
                 PERFORM 0810-PRELEVER-VERSEMENT
              END-IF
           END-PERFORM.

           IF WS-SD-MODIFIE = 'OUI'
              PERFORM 0920-REWRITE-SURENDET
           END-IF.

       0810-PRELEVER-VERSEMENT.
           MOVE 'OUI' TO WS-SD-MODIFIE.
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-SD-PLAN-MENSUALITE(WS-SD-IDX) TO L-SOMME.
           MOVE WS-SD-PLAN-COMPTEID(WS-SD-IDX) TO L-COMPTEID.
           MOVE 'PLAN SURENDETTEMENT' TO L-TYPEOP.
           CALL 'opprelev' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-TYPEOP, L-SUCCESS, L-COMM, L-DATE, L-LIBELLE,
              L-COMPTEID, 'EUR', 'EUR'.

           MOVE 'J' TO WS-SUR-ACTION.
           MOVE WS-SD-PLAN-MENSUALITE(WS-SD-IDX) TO WS-SUR-MONTANT.
           IF L-SUCCESS = 'OUI'
              ADD 1 TO WS-VERSEMENTS
              ADD 1 TO WS-SD-PLAN-NB-PAYES(WS-SD-IDX)
              MOVE 'VERSEMENT PLAN' TO WS-SUR-ORIGINE
              MOVE WS-SD-PLAN-COMPTEID(WS-SD-IDX) TO WS-CUR-COMPTEID
              MOVE WS-SD-IDCLIENT(WS-SD-IDX) TO WS-CUR-IDCLIENT
              MOVE WS-SD-PLAN-MENSUALITE(WS-SD-IDX) TO WS-MENSUALITE
              PERFORM 0850-GENERER-SQL-PLAN
           ELSE
              ADD 1 TO WS-VERSEMENTS-KO
              ADD 1 TO WS-SD-PLAN-NB-IMPAYES(WS-SD-IDX)
              MOVE 'VERSEMENT IMPAYE' TO WS-SUR-ORIGINE
              MOVE 'Versement du plan impaye' TO WS-NOTIF-SUBJECT
              MOVE SPACES TO WS-NOTIF-BODY
              STRING 'Le versement du '
                 WS-SD-PLAN-PROCHAINE(WS-SD-IDX)
                 ' de votre plan n''a pu etre preleve'
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
              CALL 'msgnotif' USING WS-SD-IDCLIENT(WS-SD-IDX),
                 WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO
           END-IF.
           CALL 'surendcheck' USING WS-SUR-ACTION,
              WS-SD-PLAN-COMPTEID(WS-SD-IDX), WS-SD-IDCLIENT(WS-SD-IDX),
              WS-TODAY-ISO, WS-SUR-ORIGINE, WS-SUR-MONTANT,
              WS-SUR-SUSPENDU, WS-SUR-STATUT.

           IF WS-SD-PLAN-NB-PAYES(WS-SD-IDX)
              + WS-SD-PLAN-NB-IMPAYES(WS-SD-IDX)
              NOT < WS-SD-PLAN-DUREE(WS-SD-IDX)
              MOVE 'TERMINE' TO WS-SD-STATUT(WS-SD-IDX)
              MOVE WS-TODAY-ISO TO WS-SD-DATE-CLOTURE(WS-SD-IDX)
              MOVE SPACES TO WS-SD-PLAN-PROCHAINE(WS-SD-IDX)
              EXIT PARAGRAPH
           END-IF.

      *>    versement suivant le mois d'apres, meme quantieme (le
      *>    premier versement est saisi entre le 1er et le 28)
           MOVE WS-SD-PLAN-PROCHAINE(WS-SD-IDX)(1:4) TO WS-PROCH-AN.
           MOVE WS-SD-PLAN-PROCHAINE(WS-SD-IDX)(6:2) TO WS-PROCH-MOIS.
           IF WS-PROCH-MOIS = 12
              MOVE 1 TO WS-PROCH-MOIS
              ADD 1 TO WS-PROCH-AN
           ELSE
              ADD 1 TO WS-PROCH-MOIS
           END-IF.
           MOVE WS-PROCH-AN TO WS-SD-PLAN-PROCHAINE(WS-SD-IDX)(1:4).
           MOVE WS-PROCH-MOIS TO WS-SD-PLAN-PROCHAINE(WS-SD-IDX)(6:2).

       0850-GENERER-SQL-PLAN.
           MOVE 'PLAN SURENDETTEMENT' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'VERSEMENT PLAN DOSSIER '
              WS-SD-DOSSIERID(WS-SD-IDX)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING '-' FUNCTION TRIM(WS-MENSUALITE)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-CUR-COMPTEID TO DET-COMPTEID.
           MOVE WS-CUR-IDCLIENT TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0320-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE '-' TO DET-OPERATOR.
           MOVE WS-MENSUALITE TO DET-UP-SOMME.
           MOVE WS-CUR-COMPTEID TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0320-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

       0920-REWRITE-SURENDET.
           OPEN OUTPUT SURENDET.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
              UNTIL WS-SD-IDX > WS-SD-COUNT
              MOVE WS-SD-ENTRY(WS-SD-IDX) TO SURENDET-RECORD
              WRITE SURENDET-RECORD
           END-PERFORM.
           CLOSE SURENDET.

       0910-REWRITE-NANTIS.
           OPEN OUTPUT NANTIS.
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
              UNTIL WS-NT-IDX > WS-NT-COUNT
              MOVE WS-NT-NANTID(WS-NT-IDX) TO NT-NANTID
              MOVE WS-NT-PRETID(WS-NT-IDX) TO NT-PRETID
              MOVE WS-NT-TYPE(WS-NT-IDX) TO NT-TYPE
              MOVE WS-NT-COMPTEID(WS-NT-IDX) TO NT-COMPTEID
              MOVE WS-NT-DEPOTID(WS-NT-IDX) TO NT-DEPOTID
              MOVE WS-NT-MONTANT(WS-NT-IDX) TO NT-MONTANT
              MOVE WS-NT-DATE-POSE(WS-NT-IDX) TO NT-DATE-POSE
              MOVE WS-NT-DATE-FIN(WS-NT-IDX) TO NT-DATE-FIN
              MOVE WS-NT-MONTANT-APPELE(WS-NT-IDX)
                TO NT-MONTANT-APPELE
              MOVE WS-NT-STATUT(WS-NT-IDX) TO NT-STATUT
              WRITE NANTIS-RECORD
           END-PERFORM.
           CLOSE NANTIS.

       END PROGRAM pretprelevbatch.
