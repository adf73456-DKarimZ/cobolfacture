      *> pour le back-office. Les references deja appliquees sont
      *> retenues dans ATMREF.DAT : le meme fichier recharge deux
      *> fois ne debite pas deux fois. Tout part au rapport
      *> ATMRETRAIT.RPT. Les autorisations de retrait de la journee
      *> (ATMAUTH.DAT) posent une retenue au registre AUTORCB.DAT,
      *> liberee ici au reglement du retrait.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ATMRETRAIT-RPT ASSIGN TO "ATMRETRAIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> autorisations de retrait accordees dans la journee par le
      *> reseau d'automates du partenaire (meme disposition que
      *> ATMIN.DAT) : chacune pose une retenue RETRAIT DAB au
      *> registre AUTORCB.DAT en attendant que le retrait arrive au
      *> reglement dans ATMIN.DAT -- le reglement libere alors la
      *> retenue avant de debiter. Une autorisation jamais reglee
      *> expire d'elle-meme (delai AUTORPARM.DAT, voir achatcbbatch)
           SELECT ATMAUTH ASSIGN TO "ATMAUTH.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ATMAUTH-STATUS.

           SELECT AUTORCB ASSIGN TO "AUTORCB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTORCB-STATUS.

      *> la carte du retrait est resolue par lecture sur cle : le
      *> parc n'est pas charge en table, aucune limite de volume
           SELECT CARTES ASSIGN TO "CARTES.DAT"
           05 AT-HEURE           PIC X(6).
           05 AT-REFERENCE       PIC X(16).

       FD ATMAUTH.
       01 ATMAUTH-RECORD.
           05 AU-NUMCARTE        PIC X(16).
           05 AU-MONTANT         PIC 9(5)V99.
           05 AU-TERMINAL        PIC X(10).
           05 AU-DATE            PIC X(10).
           05 AU-HEURE           PIC X(6).
           05 AU-REFERENCE       PIC X(16).

       FD AUTORCB.
       01 AUTORCB-RECORD.
           05 AH-REFERENCE       PIC X(16).
           05 AH-TYPE            PIC X(12).
           05 AH-COMPTEID        PIC 9(5).
           05 AH-MONTANT         PIC 9(5)V99.
           05 AH-DATE            PIC X(10).
           05 AH-STATUT          PIC X(10).
           05 AH-DATE-FIN        PIC X(10).

       FD ATMREF.
       01 ATMREF-RECORD.
           05 AR-REFERENCE       PIC X(16).
       FD CARTES.
       01 CARTES-RECORD.
           05 CR-NUMCARTE        PIC X(16).
           05 CR-COMPTEID        PIC 9(5).
           05 CR-STATUT          PIC X(14).
           05 CR-DATE-EMISSION   PIC X(10).
           05 CR-DATE-EXPIR      PIC X(10).
       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD SUSPENS.
       01 SUSPENS-RECORD.
           05 SUS-REFERENCE      PIC X(16).
           05 SUS-COMPTEID       PIC 9(5).
           05 SUS-MONTANT        PIC 9(5)V99.
           05 SUS-DATE-RECU      PIC X(10).
           05 SUS-MOTIF          PIC X(25).
       01 WS-CARTES-OUVERT        PIC X(3) VALUE 'NON'.
       01 WS-TITULAIRES-OUVERT    PIC X(3) VALUE 'NON'.
       01 WS-CARTE-TROUVEE        PIC X(3).
       01 WS-CUR-COMPTEID         PIC 9(5).
       01 WS-CUR-CLIENTID         PIC 9(5).

       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-COUNT      PIC 9(5) VALUE 0.
       01 WS-SUSPENS-COUNT        PIC 9(5) VALUE 0.

      *> registre des autorisations charge en table : reecrit avant
      *> chaque debit dont il libere la retenue (opdebit le relit) et
      *> apres la pose des autorisations de la journee
       01 WS-ATMAUTH-STATUS       PIC X(2).
       01 WS-AUTORCB-STATUS       PIC X(2).
       01 WS-EOF-ATMAUTH          PIC X(3).
       01 WS-EOF-AUTORCB          PIC X(3).
       01 WS-AH-TABLE.
           05 WS-AH-ENTRY OCCURS 500 TIMES.
              10 WS-AH-REFERENCE     PIC X(16).
              10 WS-AH-TYPE          PIC X(12).
              10 WS-AH-COMPTEID      PIC 9(5).
              10 WS-AH-MONTANT       PIC 9(5)V99.
              10 WS-AH-DATE          PIC X(10).
              10 WS-AH-STATUT        PIC X(10).
              10 WS-AH-DATE-FIN      PIC X(10).
       01 WS-AH-COUNT             PIC 9(3) VALUE 0.
       01 WS-AH-IDX               PIC 9(3).
       01 WS-AH-CUR               PIC 9(3).
       01 WS-AH-CONNUE            PIC X(3).
       01 WS-AUTOR-COUNT          PIC 9(5) VALUE 0.
       01 WS-REF-CHERCHEE         PIC X(16).

       01 L-SOLDE        PIC 9(5)V99.
       01 L-CREDIT       PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-COMPTEID     PIC 9(5).
       01 L-DATE         PIC X(10).
       01 L-SUCCESS      PIC X(3).

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

       01 WS-RPT-DETAIL.
              MOVE 'OUI' TO WS-TITULAIRES-OUVERT
           END-IF.

           PERFORM 0200-LOAD-AUTORCB.

           OPEN INPUT ATMIN.
           OPEN OUTPUT ATMRETRAIT-RPT.

              WRITE ATMRETRAIT-RPT-LINE
           END-IF.

      *>    autorisations de la journee, apres les reglements : une
      *>    autorisation reglee le jour meme ne retient rien
           PERFORM 0500-POSER-AUTORISATIONS.

           MOVE SPACES TO ATMRETRAIT-RPT-LINE.
           STRING "APPLIQUES: " WS-APPLIED-COUNT
              "  DOUBLONS: " WS-DUPLICATE-COUNT
              "  SUSPENS: " WS-SUSPENS-COUNT
              "  AUTORISATIONS: " WS-AUTOR-COUNT
              DELIMITED BY SIZE INTO ATMRETRAIT-RPT-LINE.
           WRITE ATMRETRAIT-RPT-LINE.

           MOVE AT-NUMCARTE TO RPT-NUMCARTE.
           MOVE AT-MONTANT TO RPT-MONTANT.

           MOVE AT-REFERENCE TO WS-REF-CHERCHEE.
           PERFORM 0310-CHECK-DOUBLON.
           IF WS-REF-FOUND = 'OUI'
              ADD 1 TO WS-DUPLICATE-COUNT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0380-LIBERER-AUTORISATION.
           PERFORM 0330-RESOUDRE-CARTE.
           IF WS-CARTE-TROUVEE = 'NON'
      *>       carte inconnue : rien n'est debite, le retrait part
      *>       en suspens pour le back-office
              MOVE 'CARTE INCONNUE' TO RPT-DISPOSITION
              MOVE 'CARTE INCONNUE' TO SUS-MOTIF
              PERFORM 0385-CLORE-AUTORISATION
              PERFORM 0360-POSER-SUSPENS
              EXIT PARAGRAPH
           END-IF.
           CALL 'opdebit' USING L-SOLDE, L-CREDIT, L-NEWSOLDE,
              L-COMPTEID, L-DATE, 'EUR', 'EUR', L-SUCCESS.

           PERFORM 0385-CLORE-AUTORISATION.
           IF L-SUCCESS = 'OUI'
              ADD 1 TO WS-APPLIED-COUNT
              MOVE 'APPLIQUE' TO RPT-DISPOSITION
              AT END MOVE 'OUI' TO WS-EOF-ATMREF
           END-READ.
           PERFORM UNTIL WS-EOF-ATMREF = 'OUI'
              IF AR-REFERENCE = WS-REF-CHERCHEE
                 MOVE 'OUI' TO WS-REF-FOUND
                 MOVE 'OUI' TO WS-EOF-ATMREF
              ELSE
           WRITE ATMREF-RECORD.
           CLOSE ATMREF.

       0200-LOAD-AUTORCB.
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
              READ AUTORCB
                 AT END MOVE 'OUI' TO WS-EOF-AUTORCB
              END-READ
           END-PERFORM.
           CLOSE AUTORCB.

      *> la retenue posee a l'autorisation du retrait (meme
      *> reference) est liberee avant le debit, sinon elle
      *> retiendrait contre son propre reglement les fonds qu'elle
      *> reservait ; son statut final suit le sort du retrait
       0380-LIBERER-AUTORISATION.
           MOVE 0 TO WS-AH-CUR.
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
              UNTIL WS-AH-IDX > WS-AH-COUNT
              IF WS-AH-REFERENCE(WS-AH-IDX) = AT-REFERENCE
                 AND WS-AH-TYPE(WS-AH-IDX) = 'RETRAIT DAB'
                 AND WS-AH-STATUT(WS-AH-IDX) = 'EN COURS'
                 MOVE WS-AH-IDX TO WS-AH-CUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-AH-CUR > 0
              MOVE 'LIBEREE' TO WS-AH-STATUT(WS-AH-CUR)
              MOVE WS-TODAY-ISO TO WS-AH-DATE-FIN(WS-AH-CUR)
              PERFORM 0920-REWRITE-AUTORCB
           END-IF.

       0385-CLORE-AUTORISATION.
           IF WS-AH-CUR > 0
              IF L-SUCCESS = 'OUI' AND WS-CARTE-TROUVEE = 'OUI'
                 MOVE 'REGLEE' TO WS-AH-STATUT(WS-AH-CUR)
              ELSE
                 MOVE 'REJETEE' TO WS-AH-STATUT(WS-AH-CUR)
              END-IF
              PERFORM 0920-REWRITE-AUTORCB
           END-IF.

      *> pose des autorisations de la journee : une reference deja
      *> reglee (ATMREF) ou deja inscrite au registre n'est pas
      *> reposee, le meme fichier recharge deux fois ne retient pas
      *> deux fois
       0500-POSER-AUTORISATIONS.
           OPEN INPUT ATMAUTH.
           IF WS-ATMAUTH-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-ATMAUTH.
           READ ATMAUTH
              AT END MOVE 'OUI' TO WS-EOF-ATMAUTH
           END-READ.
           PERFORM UNTIL WS-EOF-ATMAUTH = 'OUI'
              PERFORM 0510-POSER-UNE-AUTORISATION
              READ ATMAUTH
                 AT END MOVE 'OUI' TO WS-EOF-ATMAUTH
              END-READ
           END-PERFORM.
           CLOSE ATMAUTH.
           IF WS-AUTOR-COUNT > 0
              PERFORM 0920-REWRITE-AUTORCB
           END-IF.

       0510-POSER-UNE-AUTORISATION.
           MOVE AU-REFERENCE TO WS-REF-CHERCHEE.
           PERFORM 0310-CHECK-DOUBLON.
           IF WS-REF-FOUND = 'OUI'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-AH-CONNUE.
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
              UNTIL WS-AH-IDX > WS-AH-COUNT
              IF WS-AH-REFERENCE(WS-AH-IDX) = AU-REFERENCE
                 MOVE 'OUI' TO WS-AH-CONNUE
              END-IF
           END-PERFORM.
           IF WS-AH-CONNUE = 'OUI'
              OR WS-AH-COUNT NOT < 500
              EXIT PARAGRAPH
           END-IF.

      *>    carte inconnue : pas de compte a retenir, le retrait
      *>    partira en suspens a son reglement
           IF WS-CARTES-OUVERT = 'NON'
              EXIT PARAGRAPH
           END-IF.
           MOVE AU-NUMCARTE TO CR-NUMCARTE.
           READ CARTES
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-AH-COUNT.
           ADD 1 TO WS-AUTOR-COUNT.
           MOVE AU-REFERENCE TO WS-AH-REFERENCE(WS-AH-COUNT).
           MOVE 'RETRAIT DAB' TO WS-AH-TYPE(WS-AH-COUNT).
           MOVE CR-COMPTEID TO WS-AH-COMPTEID(WS-AH-COUNT).
           MOVE AU-MONTANT TO WS-AH-MONTANT(WS-AH-COUNT).
           MOVE AU-DATE TO WS-AH-DATE(WS-AH-COUNT).
           MOVE 'EN COURS' TO WS-AH-STATUT(WS-AH-COUNT).
           MOVE SPACES TO WS-AH-DATE-FIN(WS-AH-COUNT).

           MOVE AU-REFERENCE TO RPT-REFERENCE.
           MOVE AU-NUMCARTE TO RPT-NUMCARTE.
           MOVE AU-MONTANT TO RPT-MONTANT.
           MOVE 'AUTORISATION RETENUE' TO RPT-DISPOSITION.
           MOVE WS-RPT-DETAIL TO ATMRETRAIT-RPT-LINE.
           WRITE ATMRETRAIT-RPT-LINE.

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

       END PROGRAM atmretraitbatch.
