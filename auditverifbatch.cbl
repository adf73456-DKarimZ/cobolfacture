      *> les refuse d'office) -- les maillons ne portent pas de
      *> date, toute purge desynchroniserait la chaine et cette
      *> verification crierait a la falsification pour toujours.
      *> Un maillon casse previent aussi le contact de garde du
      *> tableau d'astreinte (module alerteops).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CASSES             PIC 9(7) VALUE 0.
       01 WS-PREMIER-CASSE      PIC 9(7) VALUE 0.

      *> alerte d'exploitation au contact de garde (module alerteops)
       01 WS-AOP-ACTION         PIC X(1).
       01 WS-AOP-SOURCE         PIC X(20).
       01 WS-AOP-ETAPE          PIC X(12).
       01 WS-AOP-MOTIF          PIC X(60).
       01 WS-AOP-NOMBRE         PIC 9(5).


      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
                 WS-PREMIER-CASSE " ***"
                 DELIMITED BY SIZE INTO AUDITVERIF-RPT-LINE
              WRITE AUDITVERIF-RPT-LINE
              MOVE 'A' TO WS-AOP-ACTION
              MOVE 'auditverifbatch' TO WS-AOP-SOURCE
              MOVE SPACES TO WS-AOP-ETAPE
              MOVE SPACES TO WS-AOP-MOTIF
              STRING "AUDIT : " WS-CASSES
                 " MAILLON(S) CASSE(S) DES LE RANG "
                 WS-PREMIER-CASSE
                 DELIMITED BY SIZE INTO WS-AOP-MOTIF
              CALL 'alerteops' USING WS-AOP-ACTION, WS-AOP-SOURCE,
                 WS-AOP-ETAPE, WS-AOP-MOTIF, WS-AOP-NOMBRE
           END-IF.

           CLOSE AUDITVERIF-RPT.
