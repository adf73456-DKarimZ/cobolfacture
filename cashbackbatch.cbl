       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashbackbatch.
       AUTHOR. D.KISAMA.

      *> Programme de fidelite des partenaires : acquisition du
      *> cashback sur les achats CB chez les commercants partenaires.
      *> Chaque nuit, le batch relit le journal structure
      *> OPJOURNAL.DAT et retient les ACHAT CB REGLES -- l'ACHAT CB
      *> de l'ecran client n'est qu'une autorisation ; il n'est regle
      *> que quand achatcbbatch passe son autorisation 'CB'+sequence
      *> du registre AUTORCB.DAT au statut REGLEE. Le commercant de
      *> la vente vient du registre des ventes CBVENTES.DAT (meme
      *> reference), son taux du referentiel CASHBACKTAUX.DAT (taux
      *> en pour cent par partenaire, periode de validite ; un
      *> commercant absent du referentiel ne donne rien). Chaque
      *> achat retenu ajoute une ligne au registre CASHBACK.DAT, une
      *> seule fois par reference : une relance n'acquiert rien deux
      *> fois.
      *> Les operations contestees n'ouvrent pas droit au cashback :
      *> a chaque passage, toute ligne non encore versee est revue
      *> contre CONTESTATIONS.DAT (debit contestee du meme compte,
      *> meme montant, deposee apres l'achat, comme le rapprochement
      *> des impayes commercants dans activity2banq) et contre le
      *> registre des impayes CBIMPAYES.DAT :
      *>   - contestation DEPOSEE ou CREDIT PROV : SUSPENDU ;
      *>   - contestation ACCEPTEE ou impaye commercant : ANNULE ;
      *>   - contestation REJETEE ou aucune : ACQUIS.
      *> Le versement mensuel des lignes ACQUIS et l'expiration sont
      *> faits par cashbackcredbatch. Detail sur CASHBACK.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPJOURNAL ASSIGN TO "OPJOURNAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPJOURNAL-STATUS.

           SELECT AUTORCB ASSIGN TO "AUTORCB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTORCB-STATUS.

           SELECT CBVENTES ASSIGN TO "CBVENTES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CBVENTES-STATUS.

           SELECT CBIMPAYES ASSIGN TO "CBIMPAYES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CBIMPAYES-STATUS.

           SELECT CONTESTATIONS ASSIGN TO "CONTESTATIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTEST-STATUS.

      *> referentiel des taux de cashback par partenaire, tenu par le
      *> marketing
           SELECT CASHBACKTAUX ASSIGN TO "CASHBACKTAUX.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CASHBACKTAUX-STATUS.

      *> registre du cashback : une ligne par achat retenu
           SELECT CASHBACK ASSIGN TO "CASHBACK.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CASHBACK-STATUS.

           SELECT CASHBACK-RPT ASSIGN TO "CASHBACK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPJOURNAL.
           COPY "OPJOURNAL.cpy".

       FD AUTORCB.
       01 AUTORCB-RECORD.
           05 AH-REFERENCE       PIC X(16).
           05 AH-TYPE            PIC X(12).
           05 AH-COMPTEID        PIC 9(5).
           05 AH-MONTANT         PIC 9(5)V99.
           05 AH-DATE            PIC X(10).
           05 AH-STATUT          PIC X(10).
           05 AH-DATE-FIN        PIC X(10).

       FD CBVENTES.
       01 CBVENTES-RECORD.
           05 VT-REFERENCE       PIC X(16).
           05 VT-COMPTEID        PIC 9(5).
           05 VT-MAGASIN         PIC X(15).
           05 VT-MONTANT         PIC 9(5)V99.
           05 VT-DATE            PIC X(10).

       FD CBIMPAYES.
       01 CBIMPAYES-RECORD.
           05 CI-CONTESTID       PIC 9(10).
           05 CI-REFERENCE       PIC X(16).
           05 CI-MAGASIN         PIC X(15).
           05 CI-COMPTEID        PIC 9(5).
           05 CI-MONTANT         PIC 9(7)V99.
           05 CI-RESTE           PIC 9(7)V99.
           05 CI-DATE            PIC X(10).
           05 CI-STATUT          PIC X(10).

       FD CONTESTATIONS.
       01 CONTESTATIONS-RECORD.
           05 CT-ID              PIC 9(10).
           05 CT-IDCLIENT        PIC 9(5).
           05 CT-COMPTEID        PIC 9(5).
           05 CT-IDOPERATION     PIC 9(3).
           05 CT-MONTANT         PIC 9(8)V99.
           05 CT-SENS            PIC X.
           05 CT-MOTIF           PIC X(3).
           05 CT-COMMENTAIRE     PIC X(40).
           05 CT-DATE-DEPOT      PIC X(10).
           05 CT-STATUT          PIC X(12).
           05 CT-OPERATEUR       PIC X(8).
           05 CT-DATE-MAJ        PIC X(10).
           05 CT-CREDIT-PROV     PIC X(3).

       FD CASHBACKTAUX.
       01 CASHBACKTAUX-RECORD.
           05 CBT-MAGASIN        PIC X(15).
           05 CBT-TAUX           PIC 9(2)V99.
           05 CBT-DATE-DEBUT     PIC X(10).
           05 CBT-DATE-FIN       PIC X(10).

       FD CASHBACK.
       01 CASHBACK-RECORD.
           05 CK-REFERENCE       PIC X(16).
           05 CK-COMPTEID        PIC 9(5).
           05 CK-IDCLIENT        PIC 9(5).
           05 CK-MAGASIN         PIC X(15).
           05 CK-ACHAT           PIC 9(7)V99.
           05 CK-TAUX            PIC 9(2)V99.
           05 CK-MONTANT         PIC 9(5)V99.
           05 CK-DATE-ACHAT      PIC X(10).
           05 CK-STATUT          PIC X(10).
           05 CK-DATE-MAJ        PIC X(10).

       FD CASHBACK-RPT.
       01 CASHBACK-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPJOURNAL-STATUS    PIC X(2).
       01 WS-AUTORCB-STATUS      PIC X(2).
       01 WS-CBVENTES-STATUS     PIC X(2).
       01 WS-CBIMPAYES-STATUS    PIC X(2).
       01 WS-CONTEST-STATUS      PIC X(2).
       01 WS-CASHBACKTAUX-STATUS PIC X(2).
       01 WS-CASHBACK-STATUS     PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> registre CASHBACK.DAT garde en table pour la revue des
      *> litiges et la reecriture
       01 WS-CK-TABLE.
           05 WS-CK-ENTRY OCCURS 5000 TIMES.
              10 WS-CK-REFERENCE     PIC X(16).
              10 WS-CK-COMPTEID      PIC 9(5).
              10 WS-CK-IDCLIENT      PIC 9(5).
              10 WS-CK-MAGASIN       PIC X(15).
              10 WS-CK-ACHAT         PIC 9(7)V99.
              10 WS-CK-TAUX          PIC 9(2)V99.
              10 WS-CK-MONTANT       PIC 9(5)V99.
              10 WS-CK-DATE-ACHAT    PIC X(10).
              10 WS-CK-STATUT        PIC X(10).
              10 WS-CK-DATE-MAJ      PIC X(10).
       01 WS-CK-COUNT            PIC 9(4) VALUE 0.
       01 WS-CK-IDX              PIC 9(4).

      *> achats CB regles : references des autorisations REGLEE
       01 WS-RG-TABLE.
           05 WS-RG-REFERENCE OCCURS 5000 TIMES PIC X(16).
       01 WS-RG-COUNT            PIC 9(4) VALUE 0.
       01 WS-RG-IDX              PIC 9(4).

      *> ventes partenaires : reference -> commercant
       01 WS-VT-TABLE.
           05 WS-VT-ENTRY OCCURS 5000 TIMES.
              10 WS-VT-REFERENCE     PIC X(16).
              10 WS-VT-MAGASIN       PIC X(15).
       01 WS-VT-COUNT            PIC 9(4) VALUE 0.
       01 WS-VT-IDX              PIC 9(4).

       01 WS-CI-TABLE.
           05 WS-CI-REFERENCE OCCURS 1000 TIMES PIC X(16).
       01 WS-CI-COUNT            PIC 9(4) VALUE 0.
       01 WS-CI-IDX              PIC 9(4).

      *> contestations de debit non rejetees
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 1000 TIMES.
              10 WS-CT-COMPTEID      PIC 9(5).
              10 WS-CT-MONTANT       PIC 9(8)V99.
              10 WS-CT-DATE-DEPOT    PIC X(10).
              10 WS-CT-STATUT        PIC X(12).
       01 WS-CT-COUNT            PIC 9(4) VALUE 0.
       01 WS-CT-IDX              PIC 9(4).

       01 WS-TX-TABLE.
           05 WS-TX-ENTRY OCCURS 200 TIMES.
              10 WS-TX-MAGASIN       PIC X(15).
              10 WS-TX-TAUX          PIC 9(2)V99.
              10 WS-TX-DATE-DEBUT    PIC X(10).
              10 WS-TX-DATE-FIN      PIC X(10).
       01 WS-TX-COUNT            PIC 9(3) VALUE 0.
       01 WS-TX-IDX              PIC 9(3).

      *> une table pleine laisse des achats non examines : le
      *> passage est PARTIEL et sera complete par la relance
       01 WS-TABLE-PLEINE        PIC X(3) VALUE 'NON'.
      *> registre plus grand que la table : rien n'est reecrit
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

       01 WS-REFERENCE           PIC X(16).
       01 WS-MAGASIN             PIC X(15).
       01 WS-TAUX                PIC 9(2)V99.
       01 WS-FOUND               PIC X(3).
       01 WS-STATUT-LITIGE       PIC X(10).
       01 WS-MONTANT-ED          PIC ZZZZ9.99.

       01 WS-NB-ACQUIS           PIC 9(7) VALUE 0.
       01 WS-NB-SUSPENDUS        PIC 9(7) VALUE 0.
       01 WS-NB-ANNULES          PIC 9(7) VALUE 0.
       01 WS-NB-REPRIS           PIC 9(7) VALUE 0.
       01 WS-TOTAL-ACQUIS        PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-ED            PIC Z(6)9.99.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'cashbackbatch'.
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

           PERFORM 0200-LOAD-CASHBACK.
           PERFORM 0210-LOAD-REGLEES.
           PERFORM 0220-LOAD-VENTES.
           PERFORM 0230-LOAD-IMPAYES.
           PERFORM 0240-LOAD-CONTESTATIONS.
           PERFORM 0250-LOAD-TAUX.

           OPEN OUTPUT CASHBACK-RPT.
           MOVE "CASHBACK PARTENAIRES - ACQUISITION DU"
              TO CASHBACK-RPT-LINE.
           MOVE WS-TODAY-ISO TO CASHBACK-RPT-LINE(39:10).
           WRITE CASHBACK-RPT-LINE.
           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** REGISTRE CASHBACK.DAT TROP GRAND : ARRET"
                TO CASHBACK-RPT-LINE
              WRITE CASHBACK-RPT-LINE
              CLOSE CASHBACK-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *>    revue des lignes deja acquises avant l'ajout des achats
      *>    du jour, qui recoivent leur statut a l'acquisition
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
              UNTIL WS-CK-IDX > WS-CK-COUNT
              IF WS-CK-STATUT(WS-CK-IDX) = 'ACQUIS'
                 OR WS-CK-STATUT(WS-CK-IDX) = 'SUSPENDU'
                 PERFORM 0400-REVOIR-LITIGE
              END-IF
           END-PERFORM.

           PERFORM 0300-LIRE-JOURNAL.
           PERFORM 0800-REWRITE-CASHBACK.

           MOVE WS-TOTAL-ACQUIS TO WS-TOTAL-ED.
           MOVE SPACES TO CASHBACK-RPT-LINE.
           STRING "ACQUIS: " WS-NB-ACQUIS "  MONTANT: " WS-TOTAL-ED
              "  SUSPENDUS: " WS-NB-SUSPENDUS
              "  ANNULES: " WS-NB-ANNULES
              "  REPRIS: " WS-NB-REPRIS
              DELIMITED BY SIZE INTO CASHBACK-RPT-LINE.
           WRITE CASHBACK-RPT-LINE.
           IF WS-TABLE-PLEINE = 'OUI'
              MOVE "*** TABLE PLEINE : ACHATS NON EXAMINES, RELANCER"
                TO CASHBACK-RPT-LINE
              WRITE CASHBACK-RPT-LINE
           END-IF.
           CLOSE CASHBACK-RPT.

           MOVE 'CASHBACK' TO WS-SPOOL-NOM.
           MOVE 'CASHBACK.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-ACQUIS + WS-NB-SUSPENDUS.
           MOVE ZEROES TO WS-BR-FAILED.
           IF WS-TABLE-PLEINE = 'OUI'
              MOVE 'PARTIEL' TO WS-BR-STATUT
           ELSE
              MOVE 'TERMINE' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           IF WS-TABLE-PLEINE = 'OUI'
              MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       0200-LOAD-CASHBACK.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CASHBACK.
           IF WS-CASHBACK-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CASHBACK
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-CK-COUNT < 5000
                 ADD 1 TO WS-CK-COUNT
                 MOVE CASHBACK-RECORD TO WS-CK-ENTRY(WS-CK-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ CASHBACK
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CASHBACK.

       0210-LOAD-REGLEES.
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
                 IF WS-RG-COUNT < 5000
                    ADD 1 TO WS-RG-COUNT
                    MOVE AH-REFERENCE TO WS-RG-REFERENCE(WS-RG-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-TABLE-PLEINE
                 END-IF
              END-IF
              READ AUTORCB
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE AUTORCB.

       0220-LOAD-VENTES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CBVENTES.
           IF WS-CBVENTES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CBVENTES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-VT-COUNT < 5000
                 ADD 1 TO WS-VT-COUNT
                 MOVE VT-REFERENCE TO WS-VT-REFERENCE(WS-VT-COUNT)
                 MOVE VT-MAGASIN TO WS-VT-MAGASIN(WS-VT-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TABLE-PLEINE
              END-IF
              READ CBVENTES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CBVENTES.

       0230-LOAD-IMPAYES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CBIMPAYES.
           IF WS-CBIMPAYES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CBIMPAYES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-CI-COUNT < 1000
                 ADD 1 TO WS-CI-COUNT
                 MOVE CI-REFERENCE TO WS-CI-REFERENCE(WS-CI-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TABLE-PLEINE
              END-IF
              READ CBIMPAYES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CBIMPAYES.

       0240-LOAD-CONTESTATIONS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CONTESTATIONS.
           IF WS-CONTEST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CONTESTATIONS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CT-SENS = '-'
                 AND CT-STATUT NOT = 'REJETEE'
                 IF WS-CT-COUNT < 1000
                    ADD 1 TO WS-CT-COUNT
                    MOVE CT-COMPTEID TO WS-CT-COMPTEID(WS-CT-COUNT)
                    MOVE CT-MONTANT TO WS-CT-MONTANT(WS-CT-COUNT)
                    MOVE CT-DATE-DEPOT
                      TO WS-CT-DATE-DEPOT(WS-CT-COUNT)
                    MOVE CT-STATUT TO WS-CT-STATUT(WS-CT-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-TABLE-PLEINE
                 END-IF
              END-IF
              READ CONTESTATIONS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CONTESTATIONS.

       0250-LOAD-TAUX.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CASHBACKTAUX.
           IF WS-CASHBACKTAUX-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CASHBACKTAUX
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-TX-COUNT < 200
                 ADD 1 TO WS-TX-COUNT
                 MOVE CBT-MAGASIN TO WS-TX-MAGASIN(WS-TX-COUNT)
                 MOVE CBT-TAUX TO WS-TX-TAUX(WS-TX-COUNT)
                 MOVE CBT-DATE-DEBUT TO WS-TX-DATE-DEBUT(WS-TX-COUNT)
                 MOVE CBT-DATE-FIN TO WS-TX-DATE-FIN(WS-TX-COUNT)
              END-IF
              READ CASHBACKTAUX
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CASHBACKTAUX.

      *> un ACHAT CB du journal par reference 'CB'+sequence, meme
      *> reference que son autorisation et sa vente partenaire
       0300-LIRE-JOURNAL.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT OPJOURNAL.
           IF WS-OPJOURNAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ OPJOURNAL
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF OJ-TYPE = 'ACHAT CB'
                 AND OJ-SIGNE = '-'
                 PERFORM 0350-ACQUERIR-ACHAT
              END-IF
              READ OPJOURNAL
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE OPJOURNAL.

       0350-ACQUERIR-ACHAT.
           MOVE SPACES TO WS-REFERENCE.
           STRING 'CB' OJ-SEQ DELIMITED BY SIZE INTO WS-REFERENCE.

      *>    deja au registre : rien a refaire
           MOVE 'NON' TO WS-FOUND.
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
              UNTIL WS-CK-IDX > WS-CK-COUNT
              IF WS-CK-REFERENCE(WS-CK-IDX) = WS-REFERENCE
                 MOVE 'OUI' TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'OUI'
              EXIT PARAGRAPH
           END-IF.

      *>    autorisation pas (encore) reglee : reprise a la relance
           MOVE 'NON' TO WS-FOUND.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > WS-RG-COUNT
              IF WS-RG-REFERENCE(WS-RG-IDX) = WS-REFERENCE
                 MOVE 'OUI' TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'NON'
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MAGASIN.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
              UNTIL WS-VT-IDX > WS-VT-COUNT
              IF WS-VT-REFERENCE(WS-VT-IDX) = WS-REFERENCE
                 MOVE WS-VT-MAGASIN(WS-VT-IDX) TO WS-MAGASIN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-MAGASIN = SPACES
              EXIT PARAGRAPH
           END-IF.

      *>    taux du partenaire en vigueur a la date de l'achat
           MOVE ZEROES TO WS-TAUX.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT
              IF WS-TX-MAGASIN(WS-TX-IDX) = WS-MAGASIN
                 AND WS-TX-DATE-DEBUT(WS-TX-IDX) NOT > OJ-DATEOP
                 AND (WS-TX-DATE-FIN(WS-TX-IDX) = SPACES
                    OR WS-TX-DATE-FIN(WS-TX-IDX) NOT < OJ-DATEOP)
                 MOVE WS-TX-TAUX(WS-TX-IDX) TO WS-TAUX
              END-IF
           END-PERFORM.
           IF WS-TAUX = ZEROES
              EXIT PARAGRAPH
           END-IF.

           IF WS-CK-COUNT NOT < 5000
              MOVE 'OUI' TO WS-TABLE-PLEINE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CK-COUNT.
           MOVE WS-CK-COUNT TO WS-CK-IDX.
           MOVE WS-REFERENCE TO WS-CK-REFERENCE(WS-CK-IDX).
           MOVE OJ-COMPTEID TO WS-CK-COMPTEID(WS-CK-IDX).
           MOVE OJ-IDCLIENT TO WS-CK-IDCLIENT(WS-CK-IDX).
           MOVE WS-MAGASIN TO WS-CK-MAGASIN(WS-CK-IDX).
           MOVE OJ-MONTANT TO WS-CK-ACHAT(WS-CK-IDX).
           MOVE WS-TAUX TO WS-CK-TAUX(WS-CK-IDX).
           COMPUTE WS-CK-MONTANT(WS-CK-IDX) ROUNDED =
              OJ-MONTANT * WS-TAUX / 100.
           MOVE OJ-DATEOP TO WS-CK-DATE-ACHAT(WS-CK-IDX).
           MOVE 'ACQUIS' TO WS-CK-STATUT(WS-CK-IDX).
           MOVE WS-TODAY-ISO TO WS-CK-DATE-MAJ(WS-CK-IDX).
           PERFORM 0400-REVOIR-LITIGE.
           IF WS-CK-STATUT(WS-CK-IDX) = 'ACQUIS'
              ADD 1 TO WS-NB-ACQUIS
              ADD WS-CK-MONTANT(WS-CK-IDX) TO WS-TOTAL-ACQUIS
           END-IF.

           MOVE WS-CK-MONTANT(WS-CK-IDX) TO WS-MONTANT-ED.
           MOVE SPACES TO CASHBACK-RPT-LINE.
           STRING WS-REFERENCE " COMPTE " OJ-COMPTEID " "
              WS-MAGASIN " " OJ-DATEOP " CASHBACK " WS-MONTANT-ED
              " " WS-CK-STATUT(WS-CK-IDX)
              DELIMITED BY SIZE INTO CASHBACK-RPT-LINE.
           WRITE CASHBACK-RPT-LINE.

      *> statut d'une ligne non versee selon l'etat des litiges sur
      *> l'achat ; une ligne annulee ne revient jamais
       0400-REVOIR-LITIGE.
           MOVE 'ACQUIS' TO WS-STATUT-LITIGE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-COUNT
              IF WS-CT-COMPTEID(WS-CT-IDX) = WS-CK-COMPTEID(WS-CK-IDX)
                 AND WS-CT-MONTANT(WS-CT-IDX) = WS-CK-ACHAT(WS-CK-IDX)
                 AND WS-CT-DATE-DEPOT(WS-CT-IDX)
                    NOT < WS-CK-DATE-ACHAT(WS-CK-IDX)
                 IF WS-CT-STATUT(WS-CT-IDX) = 'ACCEPTEE'
                    MOVE 'ANNULE' TO WS-STATUT-LITIGE
                 ELSE
                    IF WS-STATUT-LITIGE = 'ACQUIS'
                       MOVE 'SUSPENDU' TO WS-STATUT-LITIGE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              IF WS-CI-REFERENCE(WS-CI-IDX)
                 = WS-CK-REFERENCE(WS-CK-IDX)
                 MOVE 'ANNULE' TO WS-STATUT-LITIGE
              END-IF
           END-PERFORM.

           IF WS-STATUT-LITIGE = WS-CK-STATUT(WS-CK-IDX)
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-STATUT-LITIGE
              WHEN 'ANNULE'
                 ADD 1 TO WS-NB-ANNULES
              WHEN 'SUSPENDU'
                 ADD 1 TO WS-NB-SUSPENDUS
              WHEN OTHER
                 ADD 1 TO WS-NB-REPRIS
           END-EVALUATE.
           MOVE WS-STATUT-LITIGE TO WS-CK-STATUT(WS-CK-IDX).
           MOVE WS-TODAY-ISO TO WS-CK-DATE-MAJ(WS-CK-IDX).

       0800-REWRITE-CASHBACK.
           OPEN OUTPUT CASHBACK.
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
              UNTIL WS-CK-IDX > WS-CK-COUNT
              MOVE WS-CK-ENTRY(WS-CK-IDX) TO CASHBACK-RECORD
              WRITE CASHBACK-RECORD
           END-PERFORM.
           CLOSE CASHBACK.

       END PROGRAM cashbackbatch.
