       FILE SECTION.
       FD DORMANTACCOUNTS.
       01 DORMANTACCOUNTS-LINE.
           05 DA-COMPTEID          PIC 9(5).
           05 FILLER               PIC X.
           05 DA-LASTDATEOP        PIC X(10).
           05 FILLER               PIC X(184).

       FD DESHERENCE.
       01 DESHERENCE-RECORD.
           05 DS-COMPTEID        PIC 9(5).
           05 DS-DATE-CONSTAT    PIC X(10).
           05 DS-PALIER          PIC X(10).
           05 DS-STATUT          PIC X(10).

       FD CDCREMISE.
       01 CDCREMISE-RECORD.
           05 CDC-COMPTEID       PIC 9(5).
           05 CDC-MONTANT        PIC 9(5)V99.
           05 CDC-DATE           PIC X(10).

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD COMPTESFILE.
       01 WS-MOIS-REMISE        PIC 9(3) VALUE 120.

      *> compte d'attente porteur des fonds remis a l'Etat
       01 WS-COMPTE-REMISE      PIC 9(5) VALUE 997.

       01 WS-DS-TABLE.
           05 WS-DS-ENTRY OCCURS 200 TIMES.
              10 WS-DS-COMPTEID      PIC 9(5).
              10 WS-DS-DATE-CONSTAT  PIC X(10).
              10 WS-DS-PALIER        PIC X(10).
              10 WS-DS-STATUT        PIC X(10).

       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 50 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TITULAIRES-COUNT   PIC 9(3) VALUE 0.
       01 WS-TIT-IDX            PIC 9(3).
       01 WS-CUR-CLIENTID       PIC 9(5).

       01 WS-CONSTAT-NUM        PIC 9(8).
       01 WS-CONSTAT-INT        PIC S9(8).
       01 WS-MOIS-DORMANT       PIC 9(5).

       01 WS-SOLDE-RESTANT      PIC 9(9)V99.
       01 WS-CF-TROUVE          PIC X(3).

       01 L-SOLDE        PIC 9(5)V99.
       01 L-CREDIT       PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-COMPTEID     PIC 9(5).
       01 L-SUCCESS      PIC X(3).
       01 L-LIBELLE-EA   PIC X(12).

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

      *> enregistrement du rapport au catalogue de spool, voir le
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

      *> cloture des intentions de postage d'un mouvement sans
      *> ligne journal, voir le module postintent
       01 WS-PI-ACTION          PIC X VALUE 'T'.
       01 WS-PI-MODULE          PIC X(20) VALUE 'escheatbatch'.
       01 WS-PI-COMPTEID        PIC 9(5).
       01 WS-PI-AVANT           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-APRES           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-SEQ             PIC 9(10) VALUE ZEROES.

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
              EXIT PARAGRAPH
           END-IF.

      *>    au-dela de ce qu'un debit peut porter en un appel, la
      *>    remise reste au palier courant et se traite a la main
           IF WS-SOLDE-RESTANT > 99999.99
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-SOLDE-RESTANT TO L-CREDIT.
           MOVE WS-DS-COMPTEID(WS-IDX) TO L-COMPTEID.

           PERFORM 0550-GENERER-SQL.

      *>    le compte de remise a l'Etat n'a pas de ligne journal :
      *>    son intention de postage est close ici
           MOVE WS-COMPTE-REMISE TO WS-PI-COMPTEID.
           CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
              WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ.

       0520-LIRE-SOLDE-RESTANT.
           MOVE 'NON' TO WS-CF-TROUVE.
           MOVE ZEROES TO WS-SOLDE-RESTANT.
              READ COMPTESFILE
                 NOT INVALID KEY
                    MOVE 'OUI' TO WS-CF-TROUVE
      *>             un compte debiteur n'a rien a remettre
                    IF CF-SOLDE > ZEROES
                       MOVE CF-SOLDE TO WS-SOLDE-RESTANT
                    END-IF
              END-READ
              CLOSE COMPTESFILE
           END-IF.
       0550-GENERER-SQL.
           MOVE 'REMISE DESHERENCE' TO DET-TYPE.
           MOVE 'REMISE DES FONDS A L ETAT' TO DET-LIBELLE.
      *>    montant plafonne a 99999.99 en 0500 : les sept derniers
      *>    chiffres suffisent a la colonne MONTANT
           STRING '-' WS-SOLDE-RESTANT(5:7)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-DS-COMPTEID(WS-IDX) TO DET-COMPTEID.
           MOVE WS-CUR-CLIENTID TO DET-CLIENTID.
