      *> l'operation a STATUSOP = 'REGLEE' ; sinon l'autorisation est
      *> liberee sans toucher au solde et passe a STATUSOP =
      *> 'REJETEE'. Les deux cas sont ecrits dans
      *> GENERUPDATE.SQL au meme format que activity2banq. Dans les
      *> deux cas l'autorisation du registre AUTORCB.DAT est liberee
      *> et cesse de retenir le disponible du compte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CBSETTLE-STATUS.

      *> registre des autorisations posees par
      *> FNC-ACHAT-CHEZ-PARTNER : chaque ACHAT CB regle ou rejete ici
      *> libere son autorisation (elle cesse de retenir le disponible
      *> dans opdebit/opprelev) ; celles restees EN COURS au-dela du
      *> delai AUTORPARM.DAT sont passees EXPIREE en tete de passage
           SELECT AUTORCB ASSIGN TO "AUTORCB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTORCB-STATUS.

           SELECT AUTORPARM ASSIGN TO "AUTORPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTORPARM-STATUS.

      *> cartes prepayees : les achats AUTORISEE du journal
      *> CARTEPREPMVT.DAT sont regles sur le solde stocke de la
      *> carte (registre CARTEPREP.DAT), le journal est recopie par
      *> le fichier de travail CARTEPREPMVT.TMP avec les statuts
      *> finaux
           SELECT CARTEPREP ASSIGN TO "CARTEPREP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARTEPREP-STATUS.

           SELECT CARTEPREPMVT ASSIGN TO "CARTEPREPMVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARTEPREPMVT-STATUS.

           SELECT CARTEPREPMVTTMP ASSIGN TO "CARTEPREPMVT.TMP"
              ORGANIZATION IS LINE SEQUENTIAL.

      *> shared restart/checkpoint sequence counter, see
      *> 0420-NEXT-SQL-SEQ -- every program that appends to
      *> GENERESQL.SQL/GENERUPDATE.SQL reads, bumps and rewrites this
       01 CBSETTLE-RECORD.
           05 CS-DATE            PIC X(10).
           05 CS-MONTANT         PIC 9(5)V99.
           05 CS-COMPTEID        PIC 9(5).

       FD AUTORCB.
       01 AUTORCB-RECORD.
           05 AH-REFERENCE       PIC X(16).
           05 AH-TYPE            PIC X(12).
           05 AH-COMPTEID        PIC 9(5).
           05 AH-MONTANT         PIC 9(5)V99.
           05 AH-DATE            PIC X(10).
           05 AH-STATUT          PIC X(10).
           05 AH-DATE-FIN        PIC X(10).

       FD AUTORPARM.
       01 AUTORPARM-RECORD.
           05 AP-JOURS-EXPIR     PIC 9(3).

       FD CARTEPREP.
           COPY "CARTEPREP.cpy".

       FD CARTEPREPMVT.
           COPY "CARTEPREPMVT.cpy".

       FD CARTEPREPMVTTMP.
       01 CARTEPREPMVTTMP-RECORD PIC X(118).

       FD CARTES.
       01 CARTES-RECORD.
           05 CR-NUMCARTE        PIC X(16).
           05 CR-COMPTEID        PIC 9(5).
           05 CR-STATUT          PIC X(14).
           05 CR-DATE-EMISSION   PIC X(10).
           05 CR-DATE-EXPIR      PIC X(10).
        01 HV-OPERATIONS.
           05 HV-IDOPERATION          PIC S9(3) COMP-3.
           05 HV-MONTANT-OP           PIC S9(5)V99 PACKED-DECIMAL.
           05 HV-COMPTE-ID            PIC S9(5) COMP-3.
           05 HV-CLIENT-ID            PIC S9(5) COMP-3.

        01 HV-COMPTE.
           05 HV-COMPTE-SOLDE         PIC S9(5)V99 PACKED-DECIMAL.
       01 WS-FIELDS.
           05 IDOPERATION             PIC S9(3).
           05 MONTANT-OP              PIC 9(5)V99.
           05 COMPTE-ID               PIC S9(5).
           05 CLIENT-ID               PIC S9(5).
           05 COMPTE-SOLDE            PIC 9(5)V99.

       01  L-SOLDE        PIC 9(5)V99.
       01  L-CREDIT       PIC 9(5)V99.
       01  L-NEWSOLDE     PIC 9(5)V99.
       01  L-COMPTEID     PIC 9(5).
       01  L-DATE-OP      PIC X(10).
       01  L-DEVISE-OP    PIC X(3) VALUE 'EUR'.
       01  L-DEVISE-COMPTE PIC X(3) VALUE 'EUR'.
       01 WS-CARTES-TABLE.
           05 WS-CR-ENTRY OCCURS 100 TIMES.
              10 WS-CR-NUMCARTE      PIC X(16).
              10 WS-CR-COMPTEID      PIC 9(5).
              10 WS-CR-STATUT        PIC X(14).
              10 WS-CR-DATE-EXPIR    PIC X(10).
              10 WS-CR-TYPE-CARTE    PIC X(10).
       01 WS-CARTES-COUNT       PIC 9(3) VALUE 0.
       01 WS-CR-IDX             PIC 9(3).
       01 WS-CARTE-OK           PIC X(3).
       01 WS-SEM-DEBUT-INT      PIC S9(8).
       01 WS-SEM-AGE            PIC S9(5).

      *> registre des autorisations charge en table, reecrit apres
      *> chaque liberation (opdebit le relit pour son disponible) et
      *> en fin de passage
       01 WS-AUTORCB-STATUS     PIC X(2).
       01 WS-AUTORPARM-STATUS   PIC X(2).
       01 WS-EOF-AUTORCB        PIC X(3).
       01 WS-AH-TABLE.
           05 WS-AH-ENTRY OCCURS 500 TIMES.
              10 WS-AH-REFERENCE     PIC X(16).
              10 WS-AH-TYPE          PIC X(12).
              10 WS-AH-COMPTEID      PIC 9(5).
              10 WS-AH-MONTANT       PIC 9(5)V99.
              10 WS-AH-DATE          PIC X(10).
              10 WS-AH-STATUT        PIC X(10).
              10 WS-AH-DATE-FIN      PIC X(10).
       01 WS-AH-COUNT           PIC 9(3) VALUE 0.
       01 WS-AH-IDX             PIC 9(3).
       01 WS-AH-CUR             PIC 9(3).
       01 WS-AH-JOURS-EXPIR     PIC 9(3) VALUE 7.
       01 WS-AH-DATE-NUM        PIC 9(8).
       01 WS-AH-AGE             PIC S9(8).
       01 WS-CPT-EXPIREES       PIC 9(5) VALUE 0.

      *> registre des soldes des cartes prepayees charge en table
       01 WS-CARTEPREP-STATUS    PIC X(2).
       01 WS-CARTEPREPMVT-STATUS PIC X(2).
       01 WS-EOF-PREP           PIC X(3).
       01 WS-PC-TABLE.
           05 WS-PC-ENTRY OCCURS 500 TIMES.
              10 WS-PC-NUMCARTE      PIC X(16).
              10 WS-PC-COMPTEID      PIC 9(5).
              10 WS-PC-IDCLIENT      PIC 9(5).
              10 WS-PC-SOLDE         PIC 9(5)V99.
              10 WS-PC-RESERVE       PIC 9(5)V99.
              10 WS-PC-PLAFOND       PIC 9(5)V99.
              10 WS-PC-DATE-MAJ      PIC X(10).
              10 WS-PC-STATUT        PIC X(10).
       01 WS-PC-COUNT           PIC 9(3) VALUE 0.
       01 WS-PC-IDX             PIC 9(3).
       01 WS-PC-CUR             PIC 9(3).
       01 WS-CPT-PREP-REGLEES   PIC 9(5) VALUE 0.
       01 WS-PREP-TRONQUE       PIC X(3) VALUE 'NON'.

      *> restart/checkpoint sequence number, see 0420-NEXT-SQL-SEQ
       01 WS-SQL-SEQ-NR          PIC 9(10) VALUE ZEROES.

            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

      *> bascule le hold vers son statut final (REGLEE/REJETEE)
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

      *> cloture des intentions de postage d'un mouvement sans
      *> ligne journal, voir le module postintent
       01 WS-PI-ACTION          PIC X VALUE 'T'.
       01 WS-PI-MODULE          PIC X(20) VALUE 'achatcbbatch'.
       01 WS-PI-COMPTEID        PIC 9(5).
       01 WS-PI-AVANT           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-APRES           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-SEQ             PIC 9(10) VALUE ZEROES.

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           PERFORM 0180-LOAD-CARTES.
           PERFORM 0182-LOAD-CARTELIM.
           PERFORM 0184-LOAD-CARTESPENT.
           PERFORM 0170-LOAD-AUTORCB.
           PERFORM 0200-CONNECT-BDD.
           PERFORM 0210-OPEN-CURSOR.
           PERFORM 0300-FETCH-LOOP.
           PERFORM 0220-CLOSE-CURSOR.

           PERFORM 0500-REGLER-PREPAYEES.

           PERFORM 0910-REWRITE-CARTESPENT.
           IF WS-AH-COUNT > 0
              PERFORM 0920-REWRITE-AUTORCB
           END-IF.

           CLOSE GENERUPDATE.

      *>    limites de depense jour/semaine
           PERFORM 0380-CONTROLER-CARTE.
           PERFORM 0385-CONTROLER-LIMITES.
           PERFORM 0405-LIBERER-AUTORISATION.

           IF WS-CARTE-OK = 'OUI'
              AND WS-LIMITE-OK = 'OUI'
                 MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
                 MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
                 WRITE PRINT-UP-LINE
      *>          reglement d'une operation deja journalisee a
      *>          l'autorisation : l'intention est close sur la
      *>          ligne UPDATE
                 MOVE COMPTE-ID TO WS-PI-COMPTEID
                 MOVE WS-SQL-SEQ-NR TO WS-PI-SEQ
                 CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                    WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ

                 PERFORM 0390-CUMULER-DEPENSE
                 PERFORM 0398-INSCRIRE-REGLEMENT
              MOVE 'REJETEE' TO DET-UP-STATUSOP
           END-IF.

      *>    l'autorisation liberee prend le statut final de l'achat
           IF WS-AH-CUR > 0
              MOVE DET-UP-STATUSOP TO WS-AH-STATUT(WS-AH-CUR)
           END-IF.

           IF DET-UP-STATUSOP = 'REGLEE'
              ADD 1 TO WS-CPT-REGLEES
           ELSE
              MOVE CR-COMPTEID TO WS-CR-COMPTEID(WS-CARTES-COUNT)
              MOVE CR-STATUT TO WS-CR-STATUT(WS-CARTES-COUNT)
              MOVE CR-DATE-EXPIR TO WS-CR-DATE-EXPIR(WS-CARTES-COUNT)
              MOVE CR-TYPE-CARTE TO WS-CR-TYPE-CARTE(WS-CARTES-COUNT)
              READ CARTES
                 AT END MOVE 'OUI' TO WS-EOF-CARTES
              END-READ
      *> et l'autorisation n'est refusee que si aucune carte
      *> utilisable (ni expiree, ni OPPOSEE, ni GELEE) n'est
      *> rattachee ; la carte utilisable retenue sert ensuite aux
      *> limites de depense. Une carte PREPAYEE, rattachee a son
      *> compte de financement, n'entre pas dans ce controle : ses
      *> achats sont regles sur son propre solde (0500)
       0380-CONTROLER-CARTE.
           MOVE 'OUI' TO WS-CARTE-OK.
           MOVE 0 TO WS-CARTE-TROUVEE-IDX.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
              UNTIL WS-CR-IDX > WS-CARTES-COUNT
              IF WS-CR-COMPTEID(WS-CR-IDX) = COMPTE-ID
                 AND WS-CR-TYPE-CARTE(WS-CR-IDX) NOT = 'PREPAYEE'
                 MOVE 'OUI' TO WS-CARTE-RATTACHEE
                 PERFORM 0382-TESTER-UNE-CARTE
                 IF WS-CARTE-UTILISABLE = 'OUI'
           WRITE CARTEDECL-RECORD.
           CLOSE CARTEDECL.

      *> charge le registre des autorisations et passe EXPIREE
      *> celles restees EN COURS plus de WS-AH-JOURS-EXPIR jours
       0170-LOAD-AUTORCB.
           OPEN INPUT AUTORPARM.
           IF WS-AUTORPARM-STATUS = "00"
              READ AUTORPARM
                 NOT AT END
                    MOVE AP-JOURS-EXPIR TO WS-AH-JOURS-EXPIR
              END-READ
              CLOSE AUTORPARM
           END-IF.

           COMPUTE TODAYS-DATE-INT = FUNCTION INTEGER-OF-DATE
              (TODAYS-DATE).
           MOVE 0 TO WS-AH-COUNT.
           MOVE 'NON' TO WS-EOF-AUTORCB.
           OPEN INPUT AUTORCB.
           IF WS-AUTORCB-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ AUTORCB
              AT END MOVE 'OUI' TO WS-EOF-AUTORCB
           END-READ.
           PERFORM UNTIL WS-EOF-AUTORCB = 'OUI'
              ADD 1 TO WS-AH-COUNT
              MOVE AH-REFERENCE TO WS-AH-REFERENCE(WS-AH-COUNT)
              MOVE AH-TYPE TO WS-AH-TYPE(WS-AH-COUNT)
              MOVE AH-COMPTEID TO WS-AH-COMPTEID(WS-AH-COUNT)
              MOVE AH-MONTANT TO WS-AH-MONTANT(WS-AH-COUNT)
              MOVE AH-DATE TO WS-AH-DATE(WS-AH-COUNT)
              MOVE AH-STATUT TO WS-AH-STATUT(WS-AH-COUNT)
              MOVE AH-DATE-FIN TO WS-AH-DATE-FIN(WS-AH-COUNT)
              IF AH-STATUT = 'EN COURS'
                 STRING AH-DATE(1:4) AH-DATE(6:2) AH-DATE(9:2)
                    DELIMITED BY SIZE INTO WS-AH-DATE-NUM
                 COMPUTE WS-AH-AGE = TODAYS-DATE-INT
                    - FUNCTION INTEGER-OF-DATE(WS-AH-DATE-NUM)
                 IF WS-AH-AGE > WS-AH-JOURS-EXPIR
                    MOVE 'EXPIREE' TO WS-AH-STATUT(WS-AH-COUNT)
                    MOVE L-DATE-OP TO WS-AH-DATE-FIN(WS-AH-COUNT)
                    ADD 1 TO WS-CPT-EXPIREES
                 END-IF
              END-IF
              READ AUTORCB
                 AT END MOVE 'OUI' TO WS-EOF-AUTORCB
              END-READ
           END-PERFORM.
           CLOSE AUTORCB.
           IF WS-CPT-EXPIREES > 0
              PERFORM 0920-REWRITE-AUTORCB
           END-IF.

      *> l'autorisation de l'achat en cours de reglement (meme
      *> compte, meme montant, la plus ancienne EN COURS) est liberee
      *> AVANT l'appel a opdebit : sinon elle retiendrait contre son
      *> propre debit les fonds qu'elle reservait
       0405-LIBERER-AUTORISATION.
           MOVE 0 TO WS-AH-CUR.
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
              UNTIL WS-AH-IDX > WS-AH-COUNT
              IF WS-AH-TYPE(WS-AH-IDX) = 'ACHAT CB'
                 AND WS-AH-STATUT(WS-AH-IDX) = 'EN COURS'
                 AND WS-AH-COMPTEID(WS-AH-IDX) = COMPTE-ID
                 AND WS-AH-MONTANT(WS-AH-IDX) = MONTANT-OP
                 MOVE WS-AH-IDX TO WS-AH-CUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-AH-CUR > 0
              MOVE 'LIBEREE' TO WS-AH-STATUT(WS-AH-CUR)
              MOVE L-DATE-OP TO WS-AH-DATE-FIN(WS-AH-CUR)
              PERFORM 0920-REWRITE-AUTORCB
           END-IF.

       0920-REWRITE-AUTORCB.
           OPEN OUTPUT AUTORCB.
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
              UNTIL WS-AH-IDX > WS-AH-COUNT
              MOVE WS-AH-REFERENCE(WS-AH-IDX) TO AH-REFERENCE
              MOVE WS-AH-TYPE(WS-AH-IDX) TO AH-TYPE
              MOVE WS-AH-COMPTEID(WS-AH-IDX) TO AH-COMPTEID
              MOVE WS-AH-MONTANT(WS-AH-IDX) TO AH-MONTANT
              MOVE WS-AH-DATE(WS-AH-IDX) TO AH-DATE
              MOVE WS-AH-STATUT(WS-AH-IDX) TO AH-STATUT
              MOVE WS-AH-DATE-FIN(WS-AH-IDX) TO AH-DATE-FIN
              WRITE AUTORCB-RECORD
           END-PERFORM.
           CLOSE AUTORCB.

      *> reglement des achats sur carte prepayee : chaque achat
      *> AUTORISEE du journal est regle sur le solde stocke de la
      *> carte (le compte de financement n'est pas touche) ou
      *> rejete si la carte est devenue inutilisable ou si son solde
      *> ne le couvre plus ; la retenue posee a l'autorisation est
      *> liberee dans les deux cas. Le journal est recopie par le
      *> fichier de travail avec les statuts finaux, puis le
      *> registre des soldes est reecrit
       0500-REGLER-PREPAYEES.
           MOVE 0 TO WS-PC-COUNT.
           MOVE 'NON' TO WS-EOF-PREP.
           OPEN INPUT CARTEPREP.
           IF WS-CARTEPREP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CARTEPREP
              AT END MOVE 'OUI' TO WS-EOF-PREP
           END-READ.
           PERFORM UNTIL WS-EOF-PREP = 'OUI'
              IF WS-PC-COUNT < 500
                 ADD 1 TO WS-PC-COUNT
                 MOVE CARTEPREP-RECORD TO WS-PC-ENTRY(WS-PC-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-PREP-TRONQUE
              END-IF
              READ CARTEPREP
                 AT END MOVE 'OUI' TO WS-EOF-PREP
              END-READ
           END-PERFORM.
           CLOSE CARTEPREP.
      *>    registre plus grand que la table : rien n'est regle (les
      *>    achats restent AUTORISEE) plutot que de le reecrire
      *>    tronque
           IF WS-PREP-TRONQUE = 'OUI'
              DISPLAY "CARTEPREP.DAT trop grand : achats prepayes "
                 "non regles"
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CARTEPREPMVT.
           IF WS-CARTEPREPMVT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CARTEPREPMVTTMP.
           MOVE 'NON' TO WS-EOF-PREP.
           READ CARTEPREPMVT
              AT END MOVE 'OUI' TO WS-EOF-PREP
           END-READ.
           PERFORM UNTIL WS-EOF-PREP = 'OUI'
              IF PM-TYPE = 'ACHAT'
                 AND PM-STATUT = 'AUTORISEE'
                 PERFORM 0510-REGLER-ACHAT-PREP
              END-IF
              WRITE CARTEPREPMVTTMP-RECORD FROM CARTEPREPMVT-RECORD
              READ CARTEPREPMVT
                 AT END MOVE 'OUI' TO WS-EOF-PREP
              END-READ
           END-PERFORM.
           CLOSE CARTEPREPMVT.
           CLOSE CARTEPREPMVTTMP.

           IF WS-CPT-PREP-REGLEES > 0
              PERFORM 0530-RECOPIER-CARTEPREPMVT
              PERFORM 0540-REWRITE-CARTEPREP
           END-IF.

       0510-REGLER-ACHAT-PREP.
           ADD 1 TO WS-CPT-PREP-REGLEES.
           MOVE ZEROES TO IDOPERATION.
           MOVE PM-MONTANT TO MONTANT-OP.
           MOVE PM-NUMCARTE TO WS-CARTE-NUM.

           MOVE 0 TO WS-PC-CUR.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
              UNTIL WS-PC-IDX > WS-PC-COUNT
              IF WS-PC-NUMCARTE(WS-PC-IDX) = PM-NUMCARTE
                 MOVE WS-PC-IDX TO WS-PC-CUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *>    la carte doit rester utilisable (meme controle que pour
      *>    une carte de debit, 0382)
           MOVE 'OUI' TO WS-CARTE-OK.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
              UNTIL WS-CR-IDX > WS-CARTES-COUNT
              IF WS-CR-NUMCARTE(WS-CR-IDX) = PM-NUMCARTE
                 PERFORM 0382-TESTER-UNE-CARTE
                 MOVE WS-CARTE-UTILISABLE TO WS-CARTE-OK
                 EXIT PERFORM
              END-IF
           END-PERFORM.

           IF WS-PC-CUR = 0
              MOVE 'REJETEE' TO PM-STATUT
              MOVE 'CARTE NON CHARGEE' TO WS-MOTIF-REFUS
              PERFORM 0395-TRACER-REFUS
              ADD 1 TO WS-CPT-REJETEES
              EXIT PARAGRAPH
           END-IF.

      *>    la retenue de l'autorisation est liberee
           IF WS-PC-RESERVE(WS-PC-CUR) > PM-MONTANT
              SUBTRACT PM-MONTANT FROM WS-PC-RESERVE(WS-PC-CUR)
           ELSE
              MOVE ZEROES TO WS-PC-RESERVE(WS-PC-CUR)
           END-IF.
           MOVE L-DATE-OP TO WS-PC-DATE-MAJ(WS-PC-CUR).

           IF WS-CARTE-OK = 'OUI'
              AND WS-PC-SOLDE(WS-PC-CUR) NOT < PM-MONTANT
              SUBTRACT PM-MONTANT FROM WS-PC-SOLDE(WS-PC-CUR)
              MOVE 'REGLEE' TO PM-STATUT
              MOVE L-DATE-OP TO PM-DATE-EFFET
              MOVE WS-PC-SOLDE(WS-PC-CUR) TO PM-SOLDE-APRES
              MOVE WS-PC-COMPTEID(WS-PC-CUR) TO COMPTE-ID
              PERFORM 0398-INSCRIRE-REGLEMENT
              ADD 1 TO WS-CPT-REGLEES
           ELSE
              IF WS-CARTE-OK = 'NON'
                 MOVE 'CARTE INUTILISABLE' TO WS-MOTIF-REFUS
              ELSE
                 MOVE 'SOLDE INSUFFISANT' TO WS-MOTIF-REFUS
              END-IF
              MOVE 'REJETEE' TO PM-STATUT
              PERFORM 0395-TRACER-REFUS
              ADD 1 TO WS-CPT-REJETEES
           END-IF.

       0530-RECOPIER-CARTEPREPMVT.
           OPEN INPUT CARTEPREPMVTTMP.
           OPEN OUTPUT CARTEPREPMVT.
           MOVE 'NON' TO WS-EOF-PREP.
           READ CARTEPREPMVTTMP
              AT END MOVE 'OUI' TO WS-EOF-PREP
           END-READ.
           PERFORM UNTIL WS-EOF-PREP = 'OUI'
              MOVE CARTEPREPMVTTMP-RECORD TO CARTEPREPMVT-RECORD
              WRITE CARTEPREPMVT-RECORD
              READ CARTEPREPMVTTMP
                 AT END MOVE 'OUI' TO WS-EOF-PREP
              END-READ
           END-PERFORM.
           CLOSE CARTEPREPMVTTMP.
           CLOSE CARTEPREPMVT.

       0540-REWRITE-CARTEPREP.
           OPEN OUTPUT CARTEPREP.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
              UNTIL WS-PC-IDX > WS-PC-COUNT
              MOVE WS-PC-ENTRY(WS-PC-IDX) TO CARTEPREP-RECORD
              WRITE CARTEPREP-RECORD
           END-PERFORM.
           CLOSE CARTEPREP.

       0910-REWRITE-CARTESPENT.
           OPEN OUTPUT CARTESPENT.
           PERFORM VARYING WS-SPENT-IDX FROM 1 BY 1
