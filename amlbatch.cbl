      *> Les alertes sont dispositionnees (fermer / signaler) depuis
      *> l'ecran de revue d'activity2banq ; les dispositions restent
      *> dans le fichier pour la piste d'audit.
      *> Chaque alerte est aussi deposee dans la corbeille du
      *> conseiller du premier titulaire du compte (tacheconseil),
      *> qui connait le client et recueille les justificatifs.
      *> Les operations du jour sont prises par la cle alternative
      *> date de l'index OPJINDEX.DAT ; sans index (pas encore
      *> reconstruit par opjidxbatch), le journal est relu en
      *> entier comme avant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPJOURNAL-STATUS.

      *> compagnon indexe du journal (voir OPJINDEX.cpy) : les
      *> operations d'une journee sans relire tout le journal
           SELECT OPJINDEX ASSIGN TO "OPJINDEX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OJX-CLE
              ALTERNATE RECORD KEY IS OJX-IDCLIENT WITH DUPLICATES
              ALTERNATE RECORD KEY IS OJX-JOUR WITH DUPLICATES
              FILE STATUS IS WS-OPJINDEX-IXST.

           SELECT SOLDEHIST ASSIGN TO "SOLDEHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOLDEHIST-STATUS.
       FD OPJOURNAL.
           COPY "OPJOURNAL.cpy".

       FD OPJINDEX.
           COPY "OPJINDEX.cpy".

       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

       FD AMLPARM.
       01 ALERTES-RECORD.
           05 AL-ID              PIC 9(5).
           05 AL-DATE            PIC X(10).
           05 AL-COMPTEID        PIC 9(5).
           05 AL-SCORE           PIC 9(3).
           05 AL-MOTIF           PIC X(20).
           05 AL-DISPOSITION     PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-SOLDEHIST-STATUS    PIC X(2).
       01 WS-OPJOURNAL-STATUS    PIC X(2).
       01 WS-OPJINDEX-IXST       PIC X(2).
       01 WS-EOF-OPJOURNAL       PIC X(3) VALUE 'NON'.
       01 WS-EOF-SOLDEHIST       PIC X(3) VALUE 'NON'.
       01 WS-EOF-ALERTES         PIC X(3) VALUE 'NON'.

      *> le journal structure porte un champ par colonne : le
      *> decoupage du flux vit dans le seul module opjournal
       01 WS-CUR-COMPTEID        PIC 9(5).
       01 WS-CUR-DATEOP          PIC X(10).
       01 WS-CUR-AMOUNT          PIC S9(9)V99.
       01 WS-CUR-ABS             PIC 9(9)V99.

      *> cumuls du jour par compte pour les trois regles
       01 WS-AML-TABLE.
           05 WS-AML-ENTRY OCCURS 200 TIMES.
              10 WS-AML-COMPTEID     PIC 9(5).
              10 WS-AML-NB-SOUS-SEUIL PIC 9(3).
              10 WS-AML-VOLUME       PIC 9(9)V99.
              10 WS-AML-ENTREES      PIC 9(9)V99.
              10 WS-AML-SORTIES      PIC 9(9)V99.
              10 WS-AML-DERNIER-SOLDE PIC S9(9)V99.
              10 WS-AML-SOLDE-CONNU  PIC X(3).
       01 WS-AML-COUNT           PIC 9(4) VALUE 0.
       01 WS-IDX                 PIC 9(4).
       01 WS-SCORE               PIC 9(3).
       01 WS-MOTIF               PIC X(20).

      *> depot de l'alerte dans la corbeille du conseiller du
      *> titulaire (module tacheconseil, client retrouve par le
      *> compte)
       01 WS-TCH-ACTION          PIC X VALUE 'D'.
       01 WS-TCH-IDCLIENT        PIC 9(5).
       01 WS-TCH-COMPTEID        PIC 9(5).
       01 WS-TCH-ORIGINE         PIC X(8) VALUE 'AML'.
       01 WS-TCH-LIBELLE         PIC X(60).
       01 WS-TCH-CONSEILLER      PIC X(8).

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

           CLOSE ALERTES.

       0200-CUMULER-OPS-DU-JOUR.
           OPEN INPUT OPJINDEX.
           IF WS-OPJINDEX-IXST = "00"
              PERFORM 0210-OPS-PAR-INDEX
              CLOSE OPJINDEX
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT OPJOURNAL.
           IF WS-OPJOURNAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-PERFORM.
           CLOSE OPJOURNAL.

      *> les seules lignes de la journee, par la cle alternative
      *> date de l'index
       0210-OPS-PAR-INDEX.
           MOVE WS-TODAY-ISO TO OJX-JOUR.
           START OPJINDEX KEY = OJX-JOUR
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           READ OPJINDEX NEXT
              AT END MOVE 'OUI' TO WS-EOF-OPJOURNAL
           END-READ.
           PERFORM UNTIL WS-EOF-OPJOURNAL = 'OUI'
              IF OJX-JOUR NOT = WS-TODAY-ISO
                 MOVE 'OUI' TO WS-EOF-OPJOURNAL
                 EXIT PERFORM
              END-IF
              MOVE OJX-COMPTEID TO WS-CUR-COMPTEID
              MOVE OJX-DATEOP TO WS-CUR-DATEOP
              MOVE OJX-MONTANT TO WS-CUR-ABS
              IF OJX-SIGNE = '-'
                 COMPUTE WS-CUR-AMOUNT = 0 - OJX-MONTANT
              ELSE
                 MOVE OJX-MONTANT TO WS-CUR-AMOUNT
              END-IF
              PERFORM 0220-CUMULER-OP
              READ OPJINDEX NEXT
                 AT END MOVE 'OUI' TO WS-EOF-OPJOURNAL
              END-READ
           END-PERFORM.

       0220-CUMULER-OP.
           IF WS-CUR-DATEOP NOT = WS-TODAY-ISO
              EXIT PARAGRAPH
           MOVE SPACES TO AL-DISPO-DATE.
           WRITE ALERTES-RECORD.

           MOVE ZEROES TO WS-TCH-IDCLIENT.
           MOVE WS-AML-COMPTEID(WS-IDX) TO WS-TCH-COMPTEID.
           MOVE SPACES TO WS-TCH-LIBELLE.
           STRING 'ALERTE ' WS-ALERTE-NEXT-ID ' ' WS-MOTIF
              ' COMPTE ' WS-AML-COMPTEID(WS-IDX)
              ' SCORE ' WS-SCORE
              DELIMITED BY SIZE INTO WS-TCH-LIBELLE.
           CALL 'tacheconseil' USING WS-TCH-ACTION, WS-TCH-IDCLIENT,
              WS-TCH-COMPTEID, WS-TCH-ORIGINE, WS-TCH-LIBELLE,
              WS-TCH-CONSEILLER.

       END PROGRAM amlbatch.
