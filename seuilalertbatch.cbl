      *> decouvert autorise (debit superieur au solde restant --
      *> l'avertisseur des frais d'incident a venir). Le lien compte
      *> vers client vient de COMPTETITULAIRES.DAT.
      *> Les debits du jour sont pris par la cle alternative date
      *> de l'index OPJINDEX.DAT ; sans index (pas encore
      *> reconstruit par opjidxbatch), le journal est relu en
      *> entier comme avant.
      *> Chaque alerte posee est aussi deposee dans la corbeille du
      *> conseiller du client (tacheconseil).

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

       DATA DIVISION.
       FILE SECTION.
       FD COMPTESFILE.

       FD ALERTPREF.
       01 ALERTPREF-RECORD.
           05 AP-IDCLIENT        PIC 9(5).
           05 AP-SEUIL-BAS       PIC 9(5)V99.
           05 AP-SEUIL-GROS-DEB  PIC 9(5)V99.
           05 AP-FLAG-BAS        PIC X(3).
       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD OPJOURNAL.
           COPY "OPJOURNAL.cpy".

       FD OPJINDEX.
           COPY "OPJINDEX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TITULAIRES-IXST       PIC X(2).
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-EOF-TITULAIRES      PIC X(3) VALUE 'NON'.
       01 WS-EOF-OPJOURNAL       PIC X(3) VALUE 'NON'.
       01 WS-OPJOURNAL-STATUS    PIC X(2).
       01 WS-OPJINDEX-IXST       PIC X(2).

       01 WS-AP-TABLE.
           05 WS-AP-ENTRY OCCURS 100 TIMES.
              10 WS-AP-IDCLIENT      PIC 9(5).
              10 WS-AP-SEUIL-BAS     PIC 9(5)V99.
              10 WS-AP-SEUIL-GROS    PIC 9(5)V99.
              10 WS-AP-FLAG-BAS      PIC X(3).

       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 50 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TITULAIRES-COUNT    PIC 9(3) VALUE 0.
       01 WS-TIT-IDX             PIC 9(3).
       01 WS-CUR-CLIENTID        PIC 9(5).

       01 WS-CUR-COMPTEID        PIC 9(5).
       01 WS-CUR-MONTANT-ED      PIC ZZZZZZZZ9.99.
       01 WS-CUR-ABS             PIC 9(9)V99.

       01 WS-CF-SOLDE            PIC S9(9)V99.
       01 WS-CF-TROUVE           PIC X(3).

       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

      *> depot de la tache dans la corbeille du conseiller du
      *> client (module tacheconseil)
       01 WS-TCH-ACTION          PIC X VALUE 'D'.
       01 WS-TCH-IDCLIENT        PIC 9(5).
       01 WS-TCH-COMPTEID        PIC 9(5) VALUE 0.
       01 WS-TCH-ORIGINE         PIC X(8).
       01 WS-TCH-LIBELLE         PIC X(60).
       01 WS-TCH-CONSEILLER      PIC X(8).
       01 WS-ALERTES-POSEES      PIC 9(4) VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
      *> de decoupage positionnel des lignes SQL, le module
      *> opjournal a deja pose un champ par colonne
       0400-CONTROLER-DEBITS-DU-JOUR.
           OPEN INPUT OPJINDEX.
           IF WS-OPJINDEX-IXST = "00"
              PERFORM 0410-DEBITS-PAR-INDEX
              CLOSE OPJINDEX
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT OPJOURNAL.
           IF WS-OPJOURNAL-STATUS NOT = "00"
              CLOSE OPJOURNAL
           END-PERFORM.
           CLOSE OPJOURNAL.

      *> les seules lignes de la journee, par la cle alternative
      *> date de l'index
       0410-DEBITS-PAR-INDEX.
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
              IF OJX-SIGNE = '-'
                 MOVE OJX-COMPTEID TO WS-CUR-COMPTEID
                 MOVE OJX-MONTANT TO WS-CUR-ABS
                 PERFORM 0450-CONTROLER-UN-DEBIT
              END-IF
              READ OPJINDEX NEXT
                 AT END MOVE 'OUI' TO WS-EOF-OPJOURNAL
              END-READ
           END-PERFORM.

       0450-CONTROLER-UN-DEBIT.
           MOVE WS-CUR-ABS TO WS-CUR-MONTANT-ED.

           ADD 1 TO WS-ALERTES-POSEES.
           CALL 'msgnotif' USING WS-CUR-CLIENTID,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.
           MOVE WS-CUR-CLIENTID TO WS-TCH-IDCLIENT.
           MOVE 'SEUIL' TO WS-TCH-ORIGINE.
           MOVE WS-NOTIF-BODY TO WS-TCH-LIBELLE.
           CALL 'tacheconseil' USING WS-TCH-ACTION, WS-TCH-IDCLIENT,
              WS-TCH-COMPTEID, WS-TCH-ORIGINE, WS-TCH-LIBELLE,
              WS-TCH-CONSEILLER.

       END PROGRAM seuilalertbatch.
