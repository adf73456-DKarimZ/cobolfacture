      *> premiere etape du plan) de liberer la chaine. GENERESQLSEQ
      *> et GENAPPLY.CKP sont des fichiers a un enregistrement : le
      *> controle de retrecissement ne s'applique qu'aux autres.
      *> Une chaine retenue previent aussi le contact de garde du
      *> tableau d'astreinte (module alerteops).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD CARTES.
       01 CARTES-RECORD.
           05 CR-NUMCARTE        PIC X(16).
           05 FILLER             PIC X(49).

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE            PIC X(10).
           05 FILLER             PIC X(20).

       FD STANDORD.
       01 STANDORD-RECORD.
           05 SO-ORDREID         PIC 9(3).
           05 FILLER             PIC X(80).

       FD CTLTOT.
       01 CTLTOT-RECORD.
       01 WS-STANDORD-STATUS    PIC X(2).
       01 WS-IDX-EOF            PIC X(3).

      *> alerte d'exploitation au contact de garde (module alerteops)
       01 WS-AOP-ACTION         PIC X(1).
       01 WS-AOP-SOURCE         PIC X(20).
       01 WS-AOP-ETAPE          PIC X(12).
       01 WS-AOP-MOTIF          PIC X(60).
       01 WS-AOP-NOMBRE         PIC 9(5).

       01 WS-RPT-DETAIL.
           05 RPT-FICHIER        PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
              MOVE "CHAINE RETENUE : VOIR LES FICHIERS EN ANOMALIE"
                 TO PREFLIGHT-RPT-LINE
              WRITE PREFLIGHT-RPT-LINE
              MOVE 'A' TO WS-AOP-ACTION
              MOVE 'prefltbatch' TO WS-AOP-SOURCE
              MOVE SPACES TO WS-AOP-ETAPE
              MOVE "AVANT-VOL : CHAINE RETENUE, VOIR PREFLIGHT.RPT"
                 TO WS-AOP-MOTIF
              CALL 'alerteops' USING WS-AOP-ACTION, WS-AOP-SOURCE,
                 WS-AOP-ETAPE, WS-AOP-MOTIF, WS-AOP-NOMBRE
      *>       code retour non nul : nightrunbatch arrete la chaine
              MOVE 8 TO RETURN-CODE
           END-IF.
