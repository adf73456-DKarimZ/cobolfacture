      *> Une ligne qui n'est pas un INSERT est ignoree.
      *> genersqlapply retronque ce journal au meme point de
      *> controle que GENERESQL.SQL.
      *> La ligne du journal est la derniere ecriture d'un postage :
      *> une fois ecrite, les intentions du compte ouvertes par le
      *> passage sont terminees (module postintent).
      *> Chaque ligne ecrite est aussi portee dans le compagnon
      *> indexe OPJINDEX.DAT (module opjindex, action 'A') pour les
      *> lecteurs d'un seul compte, d'un client ou d'une journee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TOK-CLIENTID       PIC X(5).
       01 WS-TOK-DATEOP         PIC X(12).
       01 WS-TOK-STATUSOP       PIC X(20).
       01 WS-MONTANT-W          PIC S9(9)V99.

      *> cloture des intentions de postage du compte
       01 WS-PI-ACTION          PIC X VALUE 'J'.
       01 WS-PI-MODULE          PIC X(20) VALUE 'opjournal'.
       01 WS-PI-COMPTEID        PIC 9(5).
       01 WS-PI-AVANT           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-APRES           PIC S9(9)V99.

      *> compagnon indexe du journal
       01 WS-OX-ACTION          PIC X VALUE 'A'.
       01 WS-OX-ETAT            PIC X(12).
       01 WS-OX-NB-JOURNAL      PIC 9(9).
       01 WS-OX-NB-INDEX        PIC 9(9).

       LINKAGE SECTION.
        77 L-SEQ-NR          PIC 9(10).
           PERFORM 0200-DECOUPER-LIGNE.
           PERFORM 0300-ECRIRE-JOURNAL.

           MOVE OJ-COMPTEID TO WS-PI-COMPTEID.
           MOVE WS-MONTANT-W TO WS-PI-APRES.
           CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
              WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, L-SEQ-NR.

           GOBACK.

      *> decoupage par delimiteurs SQL : les trois dispositions
           WRITE OPJOURNAL-RECORD.
           CLOSE OPJOURNAL.

           CALL 'opjindex' USING WS-OX-ACTION, OPJOURNAL-RECORD,
              WS-OX-ETAT, WS-OX-NB-JOURNAL, WS-OX-NB-INDEX.

       END PROGRAM opjournal.
