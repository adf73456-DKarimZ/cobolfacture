       IDENTIFICATION DIVISION.
       PROGRAM-ID. ficobaevt.
       AUTHOR. D.KISAMA.

      *> Depose un evenement a declarer au FICOBA dans la file
      *> FICOBAEVT.DAT (voir FICOBAEVT.cpy) : meme style d'appel que
      *> msgnotif. Appele a l'ouverture d'un compte (activity2banq)
      *> et a sa cloture (modactivity2) ; la declaration elle-meme
      *> est faite par ficobabatch. L-IDCLIENT peut etre a zero :
      *> le batch declare alors chaque titulaire du compte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FICOBAEVT ASSIGN TO "FICOBAEVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FICOBAEVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICOBAEVT.
           COPY "FICOBAEVT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FICOBAEVT-STATUS   PIC X(2).
       01 WS-DATE-RAW           PIC 9(8).

       LINKAGE SECTION.
        77 L-NATURE            PIC X(10).
        77 L-COMPTEID          PIC 9(5).
        77 L-IDCLIENT          PIC 9(5).

       PROCEDURE DIVISION USING L-NATURE, L-COMPTEID, L-IDCLIENT.

       0100-MAIN-MPROCEDURE.
           INITIALIZE FICOBAEVT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW(1:4) '-' WS-DATE-RAW(5:2) '-'
              WS-DATE-RAW(7:2)
              DELIMITED BY SIZE INTO FE-DATE-EVT.
           MOVE L-NATURE TO FE-NATURE.
           MOVE SPACES TO FE-QUALITE.
           MOVE L-COMPTEID TO FE-COMPTEID.
           MOVE L-IDCLIENT TO FE-IDCLIENT.
           MOVE 'A DECLARER' TO FE-STATUT.

           OPEN EXTEND FICOBAEVT.
           IF WS-FICOBAEVT-STATUS = "35"
              CLOSE FICOBAEVT
              OPEN OUTPUT FICOBAEVT
           END-IF.
           WRITE FICOBAEVT-RECORD.
           CLOSE FICOBAEVT.

           GOBACK.

       END PROGRAM ficobaevt.
