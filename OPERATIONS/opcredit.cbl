
       FD VALDATES.
       01 VALDATES-RECORD.
           05 VD-COMPTEID        PIC 9(5).
           05 VD-TYPEOP          PIC X(25).
           05 VD-MONTANT         PIC 9(5)V99.
           05 VD-DATE-COMPTABLE  PIC X(10).

       FD PLAFONDDEPFILE.
       01 PLAFONDDEPFILE-RECORD.
           05 PFD-COMPTEID          PIC 9(5).
           05 PFD-PLAFOND-DEPOT     PIC 9(5)V99.
           05 PFD-DAILY-CAP-DEPOT   PIC 9(5)V99.

       FD GELADMIN.
       01 GELADMIN-RECORD.
           05 GA-COMPTEID        PIC 9(5).
           05 GA-DATE-POSE       PIC X(10).
           05 GA-MOTIF           PIC X(30).
           05 GA-STATUT          PIC X(10).
       01 WS-FEE-FRAGFINANC            PIC X(3).
       01 WS-FEE-PLAFOND               PIC 9 VALUE 8.
       01 WS-FEE-LIBELLE               PIC X(30).
       01 WS-FEE-CLIENTID              PIC 9(5) VALUE ZEROES.
       01 WS-PLAFONDDEPFILE-STATUS     PIC X(2).
      *> solde verrouille, lu dans COMPTESFILE une fois le READ WITH
      *> LOCK pose (ou repris de L-SOLDE si le compte n'a pas encore
      *> de ligne) ; c'est cette valeur, pas L-SOLDE, qui sert de
      *> reference au calcul du plafond de depot -- voir 0120/0130
       01 WS-AUTH-SOLDE                PIC S9(9)V99.
      *> nouveau solde signe ecrit dans COMPTES.DAT : un decouvert y
      *> reste negatif ; L-NEWSOLDE n'en rend a l'appelant que la
      *> valeur dans sa propre image
       01 WS-NEW-SOLDE                 PIC S9(9)V99.
       01 WS-CF-FOUND                  PIC X(3) VALUE 'NON'.

      *> intention de postage, voir 0125-APPELER-POSTINTENT
       01 WS-PI-ACTION                 PIC X.
       01 WS-PI-MODULE                 PIC X(20) VALUE 'opcredit'.
       01 WS-PI-COMPTEID               PIC 9(5).
       01 WS-PI-SEQ                    PIC 9(10) VALUE ZEROES.
       01 WS-PI-ECRITURE-STATUS        PIC X(2).

      *> configurable single-deposit and daily cumulative-deposit
      *> ceilings per COMPTEID (read from PLAFONDDEPFILE the first
      *> time a COMPTEID is seen, cached here for the rest of the
      *> anti-money-laundering-style control, on the credit side
       01 WS-PLAFOND-TABLE.
           05 WS-PLAFOND-ENTRY OCCURS 50 TIMES.
              10 WS-PLF-COMPTEID       PIC 9(5).
              10 WS-PLF-PLAFOND-DEPOT  PIC 9(5)V99.
              10 WS-PLF-DAILY-CAP      PIC 9(5)V99.
              10 WS-PLF-DATE-OP        PIC X(10).
        77 L-SOLDE        PIC 9(5)V99.
        77 L-SOMME        PIC 9(5)V99.
        77 L-NEWSOLDE     PIC 9(5)V99.
        77 L-COMPTEID     PIC 9(5).
        77 L-DATE-OP      PIC X(10).
        77 L-SUCCESS      PIC X(3).
      *> devise de l'operation et devise du compte cible, voir
      *>    par le READ WITH LOCK et ne peuvent plus partir du meme
      *>    solde perime
           PERFORM 0130-DECIDE-CREDIT.
           MOVE WS-NEW-SOLDE TO L-NEWSOLDE.

      *>    intention de postage posee avant toute ecriture (voir le
      *>    module postintent) ; un refus laisse le solde inchange et
      *>    n'en pose pas
           IF WS-NEW-SOLDE NOT = WS-AUTH-SOLDE
              MOVE 'O' TO WS-PI-ACTION
              PERFORM 0125-APPELER-POSTINTENT
           END-IF.

           IF WS-CF-FOUND = 'NON'
              MOVE WS-NEW-SOLDE TO CF-SOLDE
              MOVE L-DEVISE-COMPTE TO CF-DEVISE
              WRITE COMPTESFILE-RECORD
           ELSE
              MOVE WS-NEW-SOLDE TO CF-SOLDE
              REWRITE COMPTESFILE-RECORD
           END-IF.
           MOVE WS-COMPTESFILE-STATUS TO WS-PI-ECRITURE-STATUS.

           CLOSE COMPTESFILE.

           IF WS-NEW-SOLDE NOT = WS-AUTH-SOLDE
              IF WS-PI-ECRITURE-STATUS(1:1) = "0"
                 MOVE 'E' TO WS-PI-ACTION
              ELSE
                 MOVE 'A' TO WS-PI-ACTION
              END-IF
              PERFORM 0125-APPELER-POSTINTENT
           END-IF.

       0125-APPELER-POSTINTENT.
           MOVE L-COMPTEID TO WS-PI-COMPTEID.
           CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
              WS-PI-COMPTEID, WS-AUTH-SOLDE, WS-NEW-SOLDE, WS-PI-SEQ.

       0130-DECIDE-CREDIT.
      *>    gel administratif (sanctions) : refus de tout mouvement,
      *>    le gel ne se force pas
           PERFORM 0149-CHECK-GEL-ADMIN
           IF WS-COMPTE-GELE = 'OUI'
              MOVE WS-AUTH-SOLDE TO WS-NEW-SOLDE
              MOVE 'NON' TO L-SUCCESS
              EXIT PARAGRAPH
           END-IF
                 > WS-PROD-PLAFOND-DEPOT
      *>       plafond reglementaire du produit depasse : refus,
      *>       solde inchange
              MOVE WS-AUTH-SOLDE TO WS-NEW-SOLDE
              MOVE 'NON' TO L-SUCCESS
           ELSE
           IF WS-MONTANT-CONVERTI NOT > WS-PLF-PLAFOND-DEPOT(WS-IDX)
              AND WS-DAILY-TOTAL-AFTER NOT > WS-PLF-DAILY-CAP(WS-IDX)
              COMPUTE WS-NEW-SOLDE = WS-AUTH-SOLDE + WS-MONTANT-CONVERTI
              MOVE WS-DAILY-TOTAL-AFTER
                 TO WS-PLF-DAILY-TOTAL(WS-IDX)
              MOVE 'OUI' TO L-SUCCESS
           ELSE
      *>       refused: single-deposit or daily cumulative-deposit
      *>       ceiling would be breached, leave the balance untouched
              MOVE WS-AUTH-SOLDE TO WS-NEW-SOLDE
              MOVE 'NON' TO L-SUCCESS
           END-IF
           END-IF.
