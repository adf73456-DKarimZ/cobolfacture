      *> renouvellement cloture le depot (C : capital + interets
      *> rendus, statut SOLDE) ou le reconduit (R : seuls les
      *> interets sont rendus, les dates sont decalees d'une periode
      *> identique). Un depot nanti en garantie d'un pret (registre
      *> NANTIS.DAT, nantissement ACTIF de type D) est reconduit
      *> d'office quelle que soit l'instruction du client : seuls
      *> les interets sont rendus tant que le nantissement n'est pas
      *> leve.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DEPATERME ASSIGN TO "DEPATERME.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NANTIS ASSIGN TO "NANTIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NANTIS-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       01 WS-DT-TABLE.
           05 WS-DT-ENTRY OCCURS 100 TIMES.
              10 WS-DT-DEPOTID        PIC 9(10).
              10 WS-DT-COMPTEID       PIC 9(5).
              10 WS-DT-IDCLIENT       PIC 9(5).
              10 WS-DT-MONTANT        PIC S9(9)V99.
              10 WS-DT-TAUX           PIC 9(2)V99.
              10 WS-DT-DATE-OUVERTURE PIC X(10).
              10 WS-DT-DATE-ECHEANCE  PIC X(10).
       01 WS-DT-COUNT           PIC 9(3) VALUE 0.
       01 WS-IDX                PIC 9(3).

      *> depots nantis (nantissement ACTIF de type D) : reconduction
      *> forcee a l'echeance
       01 WS-NANTIS-STATUS      PIC X(2).
       01 WS-EOF-NANTIS         PIC X(3) VALUE 'NON'.
       01 WS-NT-TABLE.
           05 WS-NT-DEPOTID OCCURS 100 TIMES PIC 9(10).
       01 WS-NT-COUNT           PIC 9(3) VALUE 0.
       01 WS-NT-IDX             PIC 9(3).
       01 WS-DEPOT-NANTI        PIC X(3).
       01 WS-RECONDUIRE         PIC X(3).
       01 WS-FORCES             PIC 9(3) VALUE 0.

       01 WS-OUV-NUM            PIC 9(8).
       01 WS-OUV-INT            PIC S9(8).
       01 WS-ECH-NUM            PIC 9(8).
       01 WS-ECH-INT            PIC S9(8).
       01 WS-JOURS-COURUS       PIC S9(5).
       01 WS-INTERETS           PIC 9(9)V99.
       01 WS-CREDIT-TOTAL       PIC 9(9)V99.
      *> un appel a opcredit porte au plus 99999.99 : au-dela, le
      *> montant rendu est credite par tranches, voir 0340
       01 WS-CREDIT-RESTE       PIC 9(9)V99.

       01 WS-NOUV-ECH-INT       PIC S9(8).
       01 WS-NOUV-ECH-DATE      PIC 9(8).
       01 L-SOMME        PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-SUCCESS      PIC X(3).
       01 L-COMPTEID     PIC 9(5).
       01 L-DATE         PIC X(10).

       01 TODAYS-DATE           PIC 9(8).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-LIBELLE         PIC X(30).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(12).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".
            05 FILLER      PIC X(33) VALUE
            'UPDATE COMPTES SET SOLDE = SOLDE '.
            05 DET-OPERATOR        PIC X.
            05 DET-UP-SOMME        PIC 9(9).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

      *> date de traitement officielle servie par le registre
           MOVE WS-TODAY-ISO TO L-DATE.

           PERFORM 0200-LOAD-DEPATERME.
           PERFORM 0210-LOAD-NANTIS.

           OPEN EXTEND GENERESQL.
           OPEN EXTEND GENERUPDATE.

           DISPLAY "Depots denoues     : " WS-DENOUES.
           DISPLAY "Depots renouveles  : " WS-RENOUVELES.
           DISPLAY "  dont nantis      : " WS-FORCES.

           GOBACK.

           END-PERFORM.
           CLOSE DEPATERME.

       0210-LOAD-NANTIS.
           OPEN INPUT NANTIS.
           IF WS-NANTIS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ NANTIS
              AT END MOVE 'OUI' TO WS-EOF-NANTIS
           END-READ.
           PERFORM UNTIL WS-EOF-NANTIS = 'OUI'
              IF NT-TYPE = 'D' AND NT-STATUT = 'ACTIF'
                 AND WS-NT-COUNT < 100
                 ADD 1 TO WS-NT-COUNT
                 MOVE NT-DEPOTID TO WS-NT-DEPOTID(WS-NT-COUNT)
              END-IF
              READ NANTIS
                 AT END MOVE 'OUI' TO WS-EOF-NANTIS
              END-READ
           END-PERFORM.
           CLOSE NANTIS.

       0300-DENOUER-DEPOT.
      *>    depot nanti : reconduit d'office, l'instruction du client
      *>    (DT-RENOUVELLEMENT) est conservee pour l'echeance qui
      *>    suivra la mainlevee
           MOVE 'NON' TO WS-DEPOT-NANTI.
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
              UNTIL WS-NT-IDX > WS-NT-COUNT
              IF WS-NT-DEPOTID(WS-NT-IDX) = WS-DT-DEPOTID(WS-IDX)
                 MOVE 'OUI' TO WS-DEPOT-NANTI
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DT-RENOUVELLEMENT(WS-IDX) = 'R'
              OR WS-DEPOT-NANTI = 'OUI'
              MOVE 'OUI' TO WS-RECONDUIRE
           ELSE
              MOVE 'NON' TO WS-RECONDUIRE
           END-IF.

           STRING WS-DT-DATE-OUVERTURE(WS-IDX)(1:4)
              WS-DT-DATE-OUVERTURE(WS-IDX)(6:2)
              WS-DT-DATE-OUVERTURE(WS-IDX)(9:2)
              WS-DT-MONTANT(WS-IDX) * WS-DT-TAUX(WS-IDX)
              * WS-JOURS-COURUS / 36500.

           IF WS-RECONDUIRE = 'OUI'
      *>       reconduction : seuls les interets reviennent au compte
      *>       de financement, le capital repart pour une periode de
      *>       meme duree
           END-IF.

           IF WS-CREDIT-TOTAL > ZEROES
              PERFORM 0340-CREDITER-TRANCHES

              IF L-SUCCESS = 'NON'
      *>          plafond de depot atteint : le depot reste ACTIF et
      *>          sera represente au prochain passage ; les tranches
      *>          deja creditees sont journalisees et sortent du
      *>          capital du depot
                 IF WS-CREDIT-RESTE < WS-CREDIT-TOTAL
                    COMPUTE WS-CREDIT-TOTAL =
                       WS-CREDIT-TOTAL - WS-CREDIT-RESTE
                    SUBTRACT WS-CREDIT-TOTAL
                       FROM WS-DT-MONTANT(WS-IDX)
                    PERFORM 0350-GENERER-SQL
                 END-IF
                 EXIT PARAGRAPH
              END-IF

              PERFORM 0350-GENERER-SQL
           END-IF.

           IF WS-RECONDUIRE = 'OUI'
              ADD 1 TO WS-RENOUVELES
              IF WS-DT-RENOUVELLEMENT(WS-IDX) NOT = 'R'
                 ADD 1 TO WS-FORCES
              END-IF
              MOVE WS-DT-DATE-ECHEANCE(WS-IDX)
                TO WS-DT-DATE-OUVERTURE(WS-IDX)
              COMPUTE WS-NOUV-ECH-INT = WS-ECH-INT + WS-JOURS-COURUS
      *>    numeros, plus par ligne)
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *> credit du montant rendu par tranches d'au plus 99999.99
      *> (image de L-SOMME) ; une tranche refusee arrete la boucle
       0340-CREDITER-TRANCHES.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-RESTE.
           MOVE 'OUI' TO L-SUCCESS.
           PERFORM UNTIL WS-CREDIT-RESTE = ZEROES
              OR L-SUCCESS = 'NON'
              IF WS-CREDIT-RESTE > 99999.99
                 MOVE 99999.99 TO L-SOMME
              ELSE
                 MOVE WS-CREDIT-RESTE TO L-SOMME
              END-IF
              MOVE ZEROES TO L-SOLDE
              MOVE WS-DT-COMPTEID(WS-IDX) TO L-COMPTEID
              CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
                 L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'
              IF L-SUCCESS = 'OUI'
                 SUBTRACT L-SOMME FROM WS-CREDIT-RESTE
              END-IF
           END-PERFORM.

       0350-GENERER-SQL.
           MOVE 'DEPOT A TERME' TO DET-TYPE.
           IF WS-RECONDUIRE = 'OUI'
              MOVE 'INTERETS DEPOT RECONDUIT' TO DET-LIBELLE
           ELSE
              MOVE 'ECHEANCE DEPOT A TERME' TO DET-LIBELLE
