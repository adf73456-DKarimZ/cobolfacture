      *> ainsi que le journal des frais FEESLEDG.DAT alimente par
      *> commisionfrais, et genere pour chaque mouvement une
      *> ecriture en partie double (compte debite / compte credite
      *> / montant / date) dans GLEXTRACT.DAT. La marge du change
      *> manuel au guichet (CHANGEOPS.DAT, ecrit par la caisse
      *> d'activity2banq) y part en produit de change.
      *> La table de correspondance TYPE d'operation -> couple de
      *> comptes generaux suit le meme principe de bareme que
      *> commisionfrais : une ligne par type, pas un IF/ELSE par
           SELECT FEESLEDG ASSIGN TO "FEESLEDG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHANGEOPS ASSIGN TO "CHANGEOPS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHANGEOPS-STATUS.

           SELECT GLEXTRACT ASSIGN TO "GLEXTRACT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD FEESLEDG.
       01 FEE-LEDGER-RECORD.
           05 FL-TYPEOP      PIC X(25).
           05 FL-MONTANT     PIC S9(9)V99.
           05 FL-DATE        PIC X(10).
      *> compte et client factures, voir commisionfrais
           05 FL-COMPTEID    PIC 9(5).
           05 FL-IDCLIENT    PIC 9(5).

       FD CHANGEOPS.
           COPY "CHANGEOPS.cpy".

       FD GLEXTRACT.
       01 GLEXTRACT-RECORD.
           05 FILLER              PIC X VALUE SPACE.
           05 GL-COMPTE-CREDIT    PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 GL-MONTANT          PIC 9(9)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 GL-DATE             PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
       01 WS-OPJOURNAL-STATUS     PIC X(2).
       01 WS-EOF-OPJOURNAL        PIC X(3) VALUE "NON".
       01 WS-EOF-FEESLEDG         PIC X(3) VALUE "NON".
       01 WS-CHANGEOPS-STATUS     PIC X(2).
       01 WS-EOF-CHANGEOPS        PIC X(3) VALUE "NON".

      *> table de correspondance TYPE d'operation -> compte general
      *> debite / compte general credite, meme principe de bareme que
      *> le WS-FEE-SCHEDULE de commisionfrais
       01 WS-GLMAP-SCHEDULE.
           05 WS-GLMAP-ENTRY OCCURS 19 TIMES.
              10 WS-GLM-TYPEOP       PIC X(25).
              10 WS-GLM-DEBIT        PIC X(6).
              10 WS-GLM-CREDIT       PIC X(6).
           05 FILLER PIC X(25) VALUE 'REJET PRELEVEMENT'.
           05 FILLER PIC X(6) VALUE '512100'.
           05 FILLER PIC X(6) VALUE '708100'.
      *>    cashback partenaires verse au client : charge de
      *>    marketing (avantages consentis a la clientele)
           05 FILLER PIC X(25) VALUE 'CASHBACK'.
           05 FILLER PIC X(6) VALUE '623400'.
           05 FILLER PIC X(6) VALUE '512100'.
      *>    caution bancaire appelee : le client rembourse a la
      *>    banque la somme versee au beneficiaire de la caution
           05 FILLER PIC X(25) VALUE 'APPEL CAUTION'.
           05 FILLER PIC X(6) VALUE '512100'.
           05 FILLER PIC X(6) VALUE '467400'.
      *>    LCR encaissee sauf bonne fin : le client est credite
      *>    contre les valeurs a l'encaissement ; l'impaye revenu de
      *>    la compensation extourne ce credit, frais d'incident en
      *>    produit
           05 FILLER PIC X(25) VALUE 'REMISE LCR SBF'.
           05 FILLER PIC X(6) VALUE '511200'.
           05 FILLER PIC X(6) VALUE '512100'.
           05 FILLER PIC X(25) VALUE 'IMPAYE LCR'.
           05 FILLER PIC X(6) VALUE '512100'.
           05 FILLER PIC X(6) VALUE '511200'.
           05 FILLER PIC X(25) VALUE 'FRAIS IMPAYE LCR'.
           05 FILLER PIC X(6) VALUE '512100'.
           05 FILLER PIC X(6) VALUE '708100'.
      *>    virement international hors SEPA : la contre-valeur
      *>    debitee attend le reglement du correspondant en 467500 ;
      *>    au retour, le client est recredite au cours du jour et
      *>    l'ecart avec le debit d'origine est une perte ou un gain
      *>    de change
           05 FILLER PIC X(25) VALUE 'VIREMENT INTERNATIONAL'.
           05 FILLER PIC X(6) VALUE '512100'.
           05 FILLER PIC X(6) VALUE '467500'.
           05 FILLER PIC X(25) VALUE 'RETOUR VIREMENT INTL'.
           05 FILLER PIC X(6) VALUE '467500'.
           05 FILLER PIC X(6) VALUE '512100'.
           05 FILLER PIC X(25) VALUE 'PERTE CHANGE VIR INTL'.
           05 FILLER PIC X(6) VALUE '666000'.
           05 FILLER PIC X(6) VALUE '512100'.
           05 FILLER PIC X(25) VALUE 'GAIN CHANGE VIR INTL'.
           05 FILLER PIC X(6) VALUE '512100'.
           05 FILLER PIC X(6) VALUE '766000'.

      *> un TYPE hors table part des deux cotes en compte d'attente,
      *> pour rester en partie double sans perdre le mouvement
       01 WS-GLM-FEE-DEBIT         PIC X(6) VALUE '512100'.
       01 WS-GLM-FEE-CREDIT        PIC X(6) VALUE '708100'.

      *> marge du change guichet : debit de la caisse, credit du
      *> compte de produits de change
       01 WS-GLM-CHG-DEBIT         PIC X(6) VALUE '531000'.
       01 WS-GLM-CHG-CREDIT        PIC X(6) VALUE '708200'.
       01 WS-GLM-CHG-TYPEOP        PIC X(25)
                                   VALUE 'MARGE CHANGE GUICHET'.

       01 WS-CUR-TYPE              PIC X(25).
       01 WS-CUR-DATEOP            PIC X(10).
       01 WS-CUR-ABS-AMOUNT        PIC 9(9)V99.

       01 WS-IDX                   PIC 9(3).
       01 WS-GLM-FOUND             PIC X(3).
       0100-MAIN-PROCEDURE.
           OPEN INPUT OPJOURNAL.
           OPEN INPUT FEESLEDG.
           OPEN INPUT CHANGEOPS.
           OPEN OUTPUT GLEXTRACT.

           PERFORM 0200-READ-OPJOURNAL.
           PERFORM 0300-READ-FEESLEDG.
           PERFORM 0350-READ-CHANGEOPS.

      *>    controle d'equilibre : pas de ligne TOTAUX et code retour
      *>    8 si debits et credits du jour ne balancent pas -- le
           END-IF.

           CLOSE OPJOURNAL, FEESLEDG, GLEXTRACT.
           IF WS-CHANGEOPS-STATUS NOT = "35"
              CLOSE CHANGEOPS
           END-IF.

           DISPLAY "Ecritures generees : " WS-LIGNES-ECRITES.
           DISPLAY "Lignes ignorees    : " WS-SKIPPED-LINES.
              END-READ
           END-PERFORM.

      *> une ecriture par operation de change portant une marge ;
      *> pas de fichier CHANGEOPS.DAT, pas de change ce jour
       0350-READ-CHANGEOPS.
           IF WS-CHANGEOPS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CHANGEOPS
              AT END MOVE "OUI" TO WS-EOF-CHANGEOPS
           END-READ

           PERFORM UNTIL WS-EOF-CHANGEOPS = "OUI"
              IF CG-MARGE-EUR > ZEROES
                 MOVE WS-GLM-CHG-DEBIT TO GL-COMPTE-DEBIT
                 MOVE WS-GLM-CHG-CREDIT TO GL-COMPTE-CREDIT
                 MOVE CG-MARGE-EUR TO GL-MONTANT
                 MOVE CG-DATE TO GL-DATE
                 MOVE WS-GLM-CHG-TYPEOP TO GL-TYPEOP
                 WRITE GLEXTRACT-RECORD

                 ADD 1 TO WS-LIGNES-ECRITES
                 ADD CG-MARGE-EUR TO WS-TOTAL-DEBIT
                 ADD CG-MARGE-EUR TO WS-TOTAL-CREDIT
              END-IF

              READ CHANGEOPS
                 AT END MOVE "OUI" TO WS-EOF-CHANGEOPS
              END-READ
           END-PERFORM.

       0500-FIND-GLMAP-ENTRY.
           MOVE "NON" TO WS-GLM-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 19
              IF WS-GLM-TYPEOP(WS-IDX) = WS-CUR-TYPE
                 MOVE "OUI" TO WS-GLM-FOUND
                 EXIT PERFORM
