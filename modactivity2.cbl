      *EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      
        01 HV-CLIENT.
          05 CLIENT-ID            PIC S9(5) COMP-3.
          05 CLIENT-NOM           PIC X(50).
          05 CLIENT-PRENOM        PIC X(50).
          05 CLIENT-RSOCIALE      PIC X(50).
           10 CLIENT-EXTERNE-I     PIC S9(4) COMP-5.
          
        01 HV-COMPTE.
          05 COMPTE-ID            PIC S9(5) COMP-3 .
          05 COMPTE-IBAN          PIC X(50).
          05 COMPTE-DTOUV         PIC X(10).
          05 COMPTE-SOLDE         PIC S9(10)V99 PACKED-DECIMAL.
          05 CLIENT-ID2           PIC S9(5) COMP-3.
      *> etat du compte (ACTIF/CLOTURE), voir CLOTURE-COMPTE --
      *> meme idee que CLIENT-STATUT sur HV-CLIENT mais au niveau
      *> compte plutot que client
          05 IDOPERATION          PIC S9(3) COMP-3.
          05 LIBELLE-OP           PIC X(50).
          05 MONTANT-OP           PIC S9(8)V99 PACKED-DECIMAL.
          05 COMPTEID-OP          PIC S9(5) COMP-3.
          05 IDCLIENT-OP          PIC S9(5) COMP-3.
          05 TYPE-OP              PIC X(50).
          05 DATE-OP              PIC X(10).
          05 STATUS-OP             PIC X(20).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-SQLSTATE          PIC X(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-IDCLIENT          PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-COMPTEID          PIC 9(5).

      *> one line per client, see SEE-ALL-CLIENTS
       01  WS-ROSTER-CNT              PIC 9(5) VALUE 0.
       01  WS-ROSTER-REC.
           05 ROSTER-IDCLIENT         PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 ROSTER-NOM              PIC X(50).
           05 FILLER                  PIC X VALUE SPACE.
           05 FILLER                  PIC X VALUE SPACE.
           05 WAITOP-MONTANT          PIC S9(8)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 WAITOP-COMPTEID         PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 WAITOP-IDCLIENT         PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 WAITOP-DATEOP           PIC X(10).
           05 FILLER                  PIC X VALUE SPACE.
       01  WS-EXT-DATE-RAW            PIC 9(8).
       01  WS-EXT-DATE-ISO            PIC X(10).

      *> cloture deposee dans la file des declarations FICOBA (voir
      *> ficobaevt) : les titulaires sont retrouves par ficobabatch
       01  WS-FICOBA-NATURE           PIC X(10) VALUE 'CLOTURE'.
       01  WS-FICOBA-IDCLIENT         PIC 9(5) VALUE ZEROES.

       01  WS-DORMANT-REC.
           05 DORMANT-COMPTEID        PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 DORMANT-LASTDATEOP      PIC X(10).

          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             CALL 'ficobaevt' USING WS-FICOBA-NATURE,
                LN-INP-COMPTE-ID          OF LN-MOD,
                WS-FICOBA-IDCLIENT

          WHEN     SQL-STATUS-NOT-FOUND
             PERFORM SQL-ROLLBACK
