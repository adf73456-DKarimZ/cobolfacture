      *>     sequencee habituelle ;
      *>   - au-dela de 90 jours, le pret passe CONTENTIEUX dans
      *>     PRETS.DAT et la totalite du capital restant est
      *>     declaree exigible sur le rapport ; les nantissements
      *>     ACTIF du pret (NANTIS.DAT) sont appeles : les fonds
      *>     nantis reglent les echeances impayees, entieres, dans
      *>     l'ordre du tableau -- prelevement sur le compte nanti
      *>     via opprelev, ou imputation sur le capital du depot a
      *>     terme nanti (DEPATERME.DAT).
      *> Le rapport hebdomadaire des arrieres (PRETRETARD.RPT, ecrit
      *> a chaque passage) donne les encours par tranche ; l'agence
      *> n'etant pas portee par PRETS.DAT, la ventilation se fait
      *> par client.
      *> Un client au dossier de surendettement ADMISSIBLE ou PLAN
      *> (module surendcheck) n'est ni relance, ni represente au
      *> prelevement, ni passe au contentieux : ses echeances EN
      *> RETARD restent en l'etat tant que dure la suspension.
      *> Le texte de la lettre de relance (un texte par tranche) et
      *> des messages suit la langue du client (module textelang,
      *> gabarits RELANCE de TEXTES.DAT), en francais a defaut ; la
      *> ligne d'identification de la lettre reste en francais pour
      *> le service courrier. La lettre d'un client dont l'adresse
      *> courante est marquee NPAI (courrier revenu) ne part pas a
      *> l'impression : elle est gardee au courrier retenu par
      *> npaicourrier, le message de la boite part quand meme.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETRELANCE-STATUS.

           SELECT NANTIS ASSIGN TO "NANTIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NANTIS-STATUS.

           SELECT DEPATERME ASSIGN TO "DEPATERME.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPATERME-STATUS.

           SELECT RELANCE-RPT ASSIGN TO "RELANCE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD PRETS.
       01 PRETS-RECORD.
           05 PR-PRETID          PIC 9(5).
           05 PR-IDCLIENT        PIC 9(5).
           05 PR-COMPTEID        PIC 9(5).
           05 PR-CAPITAL         PIC 9(7)V99.
           05 PR-TAUX-ANNUEL     PIC 9(2)V99.
           05 PR-DUREE-MOIS      PIC 9(3).
           05 RL-NUM-ECHEANCE    PIC 9(3).
           05 RL-TRANCHE         PIC 9.

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

       FD RELANCE-RPT.
       01 RELANCE-RPT-LINE       PIC X(100).

       01 WS-PRETS-TABLE.
           05 WS-PR-ENTRY OCCURS 100 TIMES.
              10 WS-PR-PRETID        PIC 9(5).
              10 WS-PR-IDCLIENT      PIC 9(5).
              10 WS-PR-COMPTEID      PIC 9(5).
              10 WS-PR-CAPITAL       PIC 9(7)V99.
              10 WS-PR-TAUX          PIC 9(2)V99.
              10 WS-PR-DUREE         PIC 9(3).
       01 WS-TODAY-INT          PIC S9(8).
       01 WS-MENSUALITE         PIC 9(7)V99.

      *> appel des nantissements au passage au contentieux :
      *> registre et depots a terme charges en table, reecrits
      *> seulement si un appel a eu lieu
       01 WS-NANTIS-STATUS      PIC X(2).
       01 WS-DEPATERME-STATUS   PIC X(2).
       01 WS-EOF-NANTIS         PIC X(3) VALUE 'NON'.
       01 WS-EOF-DEPATERME      PIC X(3) VALUE 'NON'.
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
       01 WS-NT-WIDX            PIC 9(3).
       01 WS-DT-TABLE.
           05 WS-DT-ENTRY OCCURS 100 TIMES.
              10 WS-DT-DEPOTID        PIC 9(10).
              10 WS-DT-COMPTEID       PIC 9(5).
              10 WS-DT-IDCLIENT       PIC 9(5).
              10 WS-DT-MONTANT        PIC S9(9)V99.
              10 WS-DT-TAUX           PIC 9(2)V99.
              10 WS-DT-DATE-OUVERTURE PIC X(10).
              10 WS-DT-DATE-ECHEANCE  PIC X(10).
              10 WS-DT-RENOUVELLEMENT PIC X.
              10 WS-DT-STATUT         PIC X(10).
       01 WS-DT-COUNT           PIC 9(3) VALUE 0.
       01 WS-DT-IDX             PIC 9(3).
       01 WS-DT-FOUND           PIC 9(3).
       01 WS-DEPATERME-MODIFIE  PIC X(3) VALUE 'NON'.
       01 WS-JDX                PIC 9(4).
       01 WS-APPEL-DISPO        PIC 9(7)V99.
       01 WS-APPEL-IMPUTE       PIC 9(7)V99.
       01 WS-APPEL-ARRET        PIC X(3).
       01 WS-APPELS             PIC 9(4) VALUE 0.

       01 WS-REPRISES           PIC 9(4) VALUE 0.
       01 WS-RELANCES           PIC 9(4) VALUE 0.
       01 WS-CONTENTIEUX        PIC 9(4) VALUE 0.
       01 L-COMM         PIC 9V99 VALUE 0.
       01 L-DATE         PIC X(10).
       01 L-LIBELLE      PIC X(25).
       01 L-COMPTEID     PIC 9(5).

       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).

      *> adresse revenue NPAI : lettre retenue (npaicourrier)
       01 WS-NPA-ACTION         PIC X(1).
       01 WS-NPA-DOCUMENT       PIC X(8) VALUE 'RELANCE'.
       01 WS-NPA-REFERENCE      PIC X(40).
       01 WS-NPA-LIGNE          PIC X(100).
       01 WS-CLIENT-NPAI        PIC X(3).
       01 WS-RELANCES-RETENUES  PIC 9(5) VALUE 0.

      *> textes de la relance dans la langue du client
       01 WS-TL-CLIENT          PIC 9(5).
       01 WS-TL-DOCUMENT        PIC X(8) VALUE 'RELANCE'.
       01 WS-TL-CODE            PIC X(8).
       01 WS-TL-VAL1            PIC X(20).
       01 WS-TL-VAL2            PIC X(20).
       01 WS-TL-VAL3            PIC X(20) VALUE SPACES.
       01 WS-TL-VAL4            PIC X(20) VALUE SPACES.
       01 WS-TL-LANGUE          PIC X(2).
       01 WS-TL-TEXTE           PIC X(100).
       01 WS-MONTANT-ED         PIC Z(6)9.99.

      *> suspension au titre du surendettement, voir surendcheck
       01 WS-SUR-ACTION         PIC X VALUE 'T'.
       01 WS-SUR-ORIGINE        PIC X(20) VALUE SPACES.
       01 WS-SUR-MONTANT        PIC 9(7)V99 VALUE ZEROES.
       01 WS-SUR-SUSPENDU       PIC X(3).
       01 WS-SUR-STATUT         PIC X(10).
       01 WS-SUSPENDUS          PIC 9(4) VALUE 0.

       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

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
           PERFORM 0200-LOAD-PRETS.
           PERFORM 0210-LOAD-PRETPLAN.
           PERFORM 0220-LOAD-PRETRELANCE.
           PERFORM 0230-LOAD-NANTIS.
           PERFORM 0240-LOAD-DEPATERME.

           OPEN OUTPUT RELANCE-RPT.
           OPEN OUTPUT PRETRETARD-RPT.
           CLOSE GENERESQL, GENERUPDATE.
           PERFORM 0900-REWRITE-PRETPLAN.
           PERFORM 0910-REWRITE-PRETS.
           IF WS-DEPATERME-MODIFIE = 'OUI'
              PERFORM 0940-REWRITE-DEPATERME
           END-IF.

           DISPLAY "Echeances representees : " WS-REPRISES.
           DISPLAY "Relances emises        : " WS-RELANCES.
           DISPLAY "Dont retenues (NPAI)   : " WS-RELANCES-RETENUES.
           DISPLAY "Prets au contentieux   : " WS-CONTENTIEUX.
           DISPLAY "Nantissements appeles  : " WS-APPELS.
           DISPLAY "Suspendues (surendett.): " WS-SUSPENDUS.
           MOVE 'PRETRETARD' TO WS-SPOOL-NOM.
           MOVE 'PRETRETARD.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.
           END-PERFORM.
           CLOSE PRETRELANCE.

       0230-LOAD-NANTIS.
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

       0240-LOAD-DEPATERME.
           OPEN INPUT DEPATERME.
           IF WS-DEPATERME-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ DEPATERME
              AT END MOVE 'OUI' TO WS-EOF-DEPATERME
           END-READ.
           PERFORM UNTIL WS-EOF-DEPATERME = 'OUI'
              ADD 1 TO WS-DT-COUNT
              MOVE DT-DEPOTID TO WS-DT-DEPOTID(WS-DT-COUNT)
              MOVE DT-COMPTEID TO WS-DT-COMPTEID(WS-DT-COUNT)
              MOVE DT-IDCLIENT TO WS-DT-IDCLIENT(WS-DT-COUNT)
              MOVE DT-MONTANT TO WS-DT-MONTANT(WS-DT-COUNT)
              MOVE DT-TAUX TO WS-DT-TAUX(WS-DT-COUNT)
              MOVE DT-DATE-OUVERTURE
                TO WS-DT-DATE-OUVERTURE(WS-DT-COUNT)
              MOVE DT-DATE-ECHEANCE
                TO WS-DT-DATE-ECHEANCE(WS-DT-COUNT)
              MOVE DT-RENOUVELLEMENT
                TO WS-DT-RENOUVELLEMENT(WS-DT-COUNT)
              MOVE DT-STATUT TO WS-DT-STATUT(WS-DT-COUNT)
              READ DEPATERME
                 AT END MOVE 'OUI' TO WS-EOF-DEPATERME
              END-READ
           END-PERFORM.
           CLOSE DEPATERME.

       0300-TRAITER-RETARD.
           PERFORM 0310-FIND-PRET.
           IF WS-PR-FOUND = 0
           IF WS-PR-STATUT(WS-PR-FOUND) = 'CONTENTIEUX'
              EXIT PARAGRAPH
           END-IF.
      *>    client surendette : recouvrement suspendu
           CALL 'surendcheck' USING WS-SUR-ACTION,
              WS-PR-COMPTEID(WS-PR-FOUND), WS-PR-IDCLIENT(WS-PR-FOUND),
              WS-TODAY-ISO, WS-SUR-ORIGINE, WS-SUR-MONTANT,
              WS-SUR-SUSPENDU, WS-SUR-STATUT.
           IF WS-SUR-SUSPENDU = 'OUI'
              ADD 1 TO WS-SUSPENDUS
              EXIT PARAGRAPH
           END-IF.

           STRING WS-PP-DATE-EXIG(WS-IDX)(1:4)
              WS-PP-DATE-EXIG(WS-IDX)(6:2)

           COMPUTE WS-MENSUALITE = WS-PP-PART-CAPITAL(WS-IDX)
              + WS-PP-PART-INTERETS(WS-IDX).
           MOVE WS-PR-IDCLIENT(WS-PR-FOUND) TO WS-TL-CLIENT.
           MOVE 'T' TO WS-NPA-ACTION.
           CALL 'npaicourrier' USING WS-NPA-ACTION, WS-TL-CLIENT,
              WS-NPA-DOCUMENT, WS-NPA-REFERENCE, WS-NPA-LIGNE,
              WS-CLIENT-NPAI.
           IF WS-CLIENT-NPAI = 'OUI'
              ADD 1 TO WS-RELANCES-RETENUES
           END-IF.
           MOVE SPACES TO RELANCE-RPT-LINE.
           STRING "CLIENT " WS-PR-IDCLIENT(WS-PR-FOUND)
              " PRET " WS-PP-PRETID(WS-IDX)
              " IMPAYEE DE " WS-MENSUALITE
              " - RELANCE TRANCHE " WS-TRANCHE
              DELIMITED BY SIZE INTO RELANCE-RPT-LINE.
           PERFORM 0560-IMPRIMER-OU-RETENIR.

      *>    corps de la lettre, un texte par tranche : le ton monte
      *>    avec l'anciennete de l'impaye
           MOVE WS-MENSUALITE TO WS-MONTANT-ED.
           MOVE WS-MONTANT-ED TO WS-TL-VAL1.
           MOVE WS-PP-DATE-EXIG(WS-IDX) TO WS-TL-VAL2.
           MOVE SPACES TO WS-TL-CODE.
           STRING 'LETTRE' WS-TRANCHE
              DELIMITED BY SIZE INTO WS-TL-CODE.
           MOVE SPACES TO WS-TL-TEXTE.
           IF WS-TRANCHE < 3
              STRING '  Votre echeance de ' WS-MONTANT-ED
                 ' EUR du ' WS-PP-DATE-EXIG(WS-IDX)
                 ' est impayee : merci d''approvisionner votre compte.'
                 DELIMITED BY SIZE INTO WS-TL-TEXTE
           ELSE
              STRING '  Votre echeance de ' WS-MONTANT-ED
                 ' EUR du ' WS-PP-DATE-EXIG(WS-IDX)
                 ' reste impayee : sans reglement, le pret sera '
                 'exigible.'
                 DELIMITED BY SIZE INTO WS-TL-TEXTE
           END-IF.
           PERFORM 0550-TRADUIRE.
           MOVE WS-TL-TEXTE TO RELANCE-RPT-LINE.
           PERFORM 0560-IMPRIMER-OU-RETENIR.

           MOVE 'ECHEANCE DE PRET IMPAYEE' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-TL-TEXTE.
           STRING 'Echeance de ' WS-MENSUALITE
              ' EUR impayee depuis le '
              WS-PP-DATE-EXIG(WS-IDX)
              DELIMITED BY SIZE INTO WS-TL-TEXTE.
           MOVE 'CORPSIMP' TO WS-TL-CODE.
           PERFORM 0550-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-PR-IDCLIENT(WS-PR-FOUND),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

      *> texte dans la langue du client WS-TL-CLIENT ; sans
      *> gabarit, le texte francais prepare reste en place
       0550-TRADUIRE.
           CALL 'textelang' USING WS-TL-CLIENT, WS-TL-DOCUMENT,
              WS-TL-CODE, WS-TL-VAL1, WS-TL-VAL2, WS-TL-VAL3,
              WS-TL-VAL4, WS-TL-LANGUE, WS-TL-TEXTE.

      *> ligne de la lettre a l'impression, ou au courrier retenu
      *> pour une adresse NPAI
       0560-IMPRIMER-OU-RETENIR.
           IF WS-CLIENT-NPAI NOT = 'OUI'
              WRITE RELANCE-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WS-NPA-ACTION.
           MOVE SPACES TO WS-NPA-REFERENCE.
           STRING 'RELANCE.RPT ' WS-TODAY-ISO
              DELIMITED BY SIZE INTO WS-NPA-REFERENCE.
           MOVE RELANCE-RPT-LINE TO WS-NPA-LIGNE.
           CALL 'npaicourrier' USING WS-NPA-ACTION, WS-TL-CLIENT,
              WS-NPA-DOCUMENT, WS-NPA-REFERENCE, WS-NPA-LIGNE,
              WS-CLIENT-NPAI.

       0600-PASSER-CONTENTIEUX.
           ADD 1 TO WS-CONTENTIEUX.
           MOVE 'CONTENTIEUX' TO WS-PR-STATUT(WS-PR-FOUND).
           WRITE PRETRETARD-RPT-LINE.

           MOVE 'PRET AU CONTENTIEUX' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-TL-TEXTE.
           STRING 'Impaye de plus de 90 jours : la totalite du '
              'capital est exigible'
              DELIMITED BY SIZE INTO WS-TL-TEXTE.
           MOVE WS-PR-IDCLIENT(WS-PR-FOUND) TO WS-TL-CLIENT.
           MOVE WS-PP-CAPITAL-RESTANT(WS-IDX) TO WS-MONTANT-ED.
           MOVE WS-MONTANT-ED TO WS-TL-VAL1.
           MOVE WS-PP-PRETID(WS-IDX) TO WS-TL-VAL2.
           MOVE 'CORPSCTX' TO WS-TL-CODE.
           PERFORM 0550-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-PR-IDCLIENT(WS-PR-FOUND),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
              UNTIL WS-NT-IDX > WS-NT-COUNT
              IF WS-NT-PRETID(WS-NT-IDX) = WS-PP-PRETID(WS-IDX)
                 AND WS-NT-STATUT(WS-NT-IDX) = 'ACTIF'
                 PERFORM 0650-APPELER-NANTISSEMENT
              END-IF
           END-PERFORM.

      *> appel d'un nantissement : le nantissement passe APPELE
      *> AVANT tout prelevement (opprelev ne doit plus retenir la
      *> somme nantie sur le compte), puis les echeances impayees du
      *> pret sont reglees entieres, dans l'ordre, tant que les fonds
      *> nantis les couvrent
       0650-APPELER-NANTISSEMENT.
           ADD 1 TO WS-APPELS.
           MOVE 'APPELE' TO WS-NT-STATUT(WS-NT-IDX).
           MOVE WS-TODAY-ISO TO WS-NT-DATE-FIN(WS-NT-IDX).
           PERFORM 0930-REWRITE-NANTIS.

           MOVE WS-NT-MONTANT(WS-NT-IDX) TO WS-APPEL-DISPO.
           MOVE 0 TO WS-DT-FOUND.
           IF WS-NT-TYPE(WS-NT-IDX) = 'D'
              PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                 UNTIL WS-DT-IDX > WS-DT-COUNT
                 IF WS-DT-DEPOTID(WS-DT-IDX) = WS-NT-DEPOTID(WS-NT-IDX)
                    AND WS-DT-STATUT(WS-DT-IDX) = 'ACTIF'
                    MOVE WS-DT-IDX TO WS-DT-FOUND
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-DT-FOUND = 0
                 MOVE ZEROES TO WS-APPEL-DISPO
              ELSE
                 IF WS-DT-MONTANT(WS-DT-FOUND) < WS-APPEL-DISPO
                    MOVE WS-DT-MONTANT(WS-DT-FOUND) TO WS-APPEL-DISPO
                 END-IF
              END-IF
           END-IF.

           MOVE ZEROES TO WS-APPEL-IMPUTE.
           MOVE 'NON' TO WS-APPEL-ARRET.
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-PLAN-COUNT
                 OR WS-APPEL-ARRET = 'OUI'
              IF WS-PP-PRETID(WS-JDX) = WS-NT-PRETID(WS-NT-IDX)
                 AND (WS-PP-STATUT(WS-JDX) = 'EN RETARD'
                    OR WS-PP-STATUT(WS-JDX) = 'CONTENTIEUX')
                 PERFORM 0660-IMPUTER-ECHEANCE
              END-IF
           END-PERFORM.

           MOVE WS-APPEL-IMPUTE TO WS-NT-MONTANT-APPELE(WS-NT-IDX).
           PERFORM 0930-REWRITE-NANTIS.

           IF WS-DT-FOUND > 0 AND WS-APPEL-IMPUTE > ZEROES
              SUBTRACT WS-APPEL-IMPUTE FROM WS-DT-MONTANT(WS-DT-FOUND)
              IF WS-DT-MONTANT(WS-DT-FOUND) = ZEROES
                 MOVE 'SOLDE' TO WS-DT-STATUT(WS-DT-FOUND)
              END-IF
              MOVE 'OUI' TO WS-DEPATERME-MODIFIE
           END-IF.

           MOVE SPACES TO PRETRETARD-RPT-LINE.
           STRING "    NANTISSEMENT " WS-NT-NANTID(WS-NT-IDX)
              " TYPE " WS-NT-TYPE(WS-NT-IDX)
              " APPELE - IMPUTE SUR ARRIERES "
              WS-APPEL-IMPUTE
              DELIMITED BY SIZE INTO PRETRETARD-RPT-LINE.
           WRITE PRETRETARD-RPT-LINE.

           MOVE 'APPEL DE NANTISSEMENT' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-TL-TEXTE.
           STRING 'Garantie du pret ' WS-NT-PRETID(WS-NT-IDX)
              ' appelee : ' WS-APPEL-IMPUTE
              ' EUR imputes sur les impayes'
              DELIMITED BY SIZE INTO WS-TL-TEXTE.
           MOVE WS-PR-IDCLIENT(WS-PR-FOUND) TO WS-TL-CLIENT.
           MOVE WS-APPEL-IMPUTE TO WS-MONTANT-ED.
           MOVE WS-MONTANT-ED TO WS-TL-VAL1.
           MOVE WS-NT-PRETID(WS-NT-IDX) TO WS-TL-VAL2.
           MOVE 'CORPSNAN' TO WS-TL-CODE.
           PERFORM 0550-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-PR-IDCLIENT(WS-PR-FOUND),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

      *> une echeance impayee reglee par les fonds nantis : prelevee
      *> sur le compte nanti (type C), ou imputee sur le capital du
      *> depot nanti (type D, pas de mouvement de compte)
       0660-IMPUTER-ECHEANCE.
           COMPUTE WS-MENSUALITE = WS-PP-PART-CAPITAL(WS-JDX)
              + WS-PP-PART-INTERETS(WS-JDX).
           IF WS-MENSUALITE > WS-APPEL-DISPO - WS-APPEL-IMPUTE
              MOVE 'OUI' TO WS-APPEL-ARRET
              EXIT PARAGRAPH
           END-IF.

           IF WS-NT-TYPE(WS-NT-IDX) = 'C'
              MOVE ZEROES TO L-SOLDE
              MOVE WS-MENSUALITE TO L-SOMME
              MOVE WS-NT-COMPTEID(WS-NT-IDX) TO L-COMPTEID
              MOVE 'APPEL NANTISSEMENT' TO L-TYPEOP
              CALL 'opprelev' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
                 L-TYPEOP, L-SUCCESS, L-COMM, L-DATE, L-LIBELLE,
                 L-COMPTEID, 'EUR', 'EUR'
              IF L-SUCCESS NOT = 'OUI'
                 MOVE 'OUI' TO WS-APPEL-ARRET
                 EXIT PARAGRAPH
              END-IF
              PERFORM 0670-GENERER-SQL-APPEL
           END-IF.

           ADD WS-MENSUALITE TO WS-APPEL-IMPUTE.
           MOVE 'PRELEVEE' TO WS-PP-STATUT(WS-JDX).

       0670-GENERER-SQL-APPEL.
           MOVE 'APPEL NANTISSEMENT' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'NANTI ECH ' WS-PP-NUM-ECHEANCE(WS-JDX)
              ' PRET ' WS-PP-PRETID(WS-JDX)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING '-' FUNCTION TRIM(WS-MENSUALITE)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE L-COMPTEID TO DET-COMPTEID.
           MOVE WS-PR-IDCLIENT(WS-PR-FOUND) TO DET-CLIENTID.
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
           MOVE L-COMPTEID TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0320-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

       0700-TOTAUX-RAPPORT.
           MOVE SPACES TO PRETRETARD-RPT-LINE.
           STRING "TRANCHE 1-30 JOURS  : " WS-CUMUL-T1
           END-PERFORM.
           CLOSE PRETRELANCE.

       0930-REWRITE-NANTIS.
           OPEN OUTPUT NANTIS.
           PERFORM VARYING WS-NT-WIDX FROM 1 BY 1
              UNTIL WS-NT-WIDX > WS-NT-COUNT
              MOVE WS-NT-NANTID(WS-NT-WIDX) TO NT-NANTID
              MOVE WS-NT-PRETID(WS-NT-WIDX) TO NT-PRETID
              MOVE WS-NT-TYPE(WS-NT-WIDX) TO NT-TYPE
              MOVE WS-NT-COMPTEID(WS-NT-WIDX) TO NT-COMPTEID
              MOVE WS-NT-DEPOTID(WS-NT-WIDX) TO NT-DEPOTID
              MOVE WS-NT-MONTANT(WS-NT-WIDX) TO NT-MONTANT
              MOVE WS-NT-DATE-POSE(WS-NT-WIDX) TO NT-DATE-POSE
              MOVE WS-NT-DATE-FIN(WS-NT-WIDX) TO NT-DATE-FIN
              MOVE WS-NT-MONTANT-APPELE(WS-NT-WIDX)
                TO NT-MONTANT-APPELE
              MOVE WS-NT-STATUT(WS-NT-WIDX) TO NT-STATUT
              WRITE NANTIS-RECORD
           END-PERFORM.
           CLOSE NANTIS.

       0940-REWRITE-DEPATERME.
           OPEN OUTPUT DEPATERME.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-COUNT
              MOVE WS-DT-DEPOTID(WS-DT-IDX) TO DT-DEPOTID
              MOVE WS-DT-COMPTEID(WS-DT-IDX) TO DT-COMPTEID
              MOVE WS-DT-IDCLIENT(WS-DT-IDX) TO DT-IDCLIENT
              MOVE WS-DT-MONTANT(WS-DT-IDX) TO DT-MONTANT
              MOVE WS-DT-TAUX(WS-DT-IDX) TO DT-TAUX
              MOVE WS-DT-DATE-OUVERTURE(WS-DT-IDX)
                TO DT-DATE-OUVERTURE
              MOVE WS-DT-DATE-ECHEANCE(WS-DT-IDX) TO DT-DATE-ECHEANCE
              MOVE WS-DT-RENOUVELLEMENT(WS-DT-IDX)
                TO DT-RENOUVELLEMENT
              MOVE WS-DT-STATUT(WS-DT-IDX) TO DT-STATUT
              WRITE DEPATERME-RECORD
           END-PERFORM.
           CLOSE DEPATERME.

       END PROGRAM pretretardbatch.
