      *> retronques : toute ligne relue a ce passage a vu son numero de
      *> sequence couvert par le nouveau point de controle (appliquee ou
      *> deja appliquee), donc aucune ne doit rester dans les fichiers
      *> generes, qui sinon grossiraient indefiniment. L'archive garde
      *> la ligne entiere, numero de sequence compris : rollfwdbatch
      *> y relit le flux posterieur a une sauvegarde.
      *> Le compagnon indexe OPJINDEX.DAT est reconstruit sur le
      *> journal retronque (module opjindex, action 'R').

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 GENAPPLY-RPT-LINE    PIC X(200).

       FD GENARCHIVE.
       01 GENARCHIVE-LINE      PIC X(215).

       FD OPJOURNAL.
           COPY "OPJOURNAL.cpy".
       01 WS-OPJOURNAL-STATUS     PIC X(2).
       01 WS-EOF-OPJOURNAL        PIC X(3).

      *> reconstruction du compagnon indexe du journal
       01 WS-OX-ACTION            PIC X VALUE 'R'.
       01 WS-OX-LIGNE             PIC X(117) VALUE SPACES.
       01 WS-OX-ETAT              PIC X(12).
       01 WS-OX-NB-JOURNAL        PIC 9(9).
       01 WS-OX-NB-INDEX          PIC 9(9).

       01 WS-CKP-GENERESQL-LASTSEQ     PIC 9(10) VALUE ZEROES.
       01 WS-CKP-GENERUPDATE-LASTSEQ   PIC 9(10) VALUE ZEROES.

           CLOSE OPJTRAVAIL.
           CLOSE OPJOURNAL.

      *>    l'index suit le journal retronque
           CALL 'opjindex' USING WS-OX-ACTION, WS-OX-LIGNE,
              WS-OX-ETAT, WS-OX-NB-JOURNAL, WS-OX-NB-INDEX.

       0150-READ-CHECKPOINT.
           OPEN INPUT GENAPPLY-CKP
           READ GENAPPLY-CKP
                 ADD 1 TO WS-APPLIED-COUNT
                 MOVE GENERESQL-LINE(1:195) TO GENAPPLY-RPT-LINE
                 WRITE GENAPPLY-RPT-LINE
                 MOVE GENERESQL-LINE TO GENARCHIVE-LINE
                 WRITE GENARCHIVE-LINE
                 MOVE WS-LINE-SEQ-NR TO WS-CKP-GENERESQL-LASTSEQ
              ELSE
                 ADD 1 TO WS-APPLIED-COUNT
                 MOVE GENERUPDATE-LINE(1:195) TO GENAPPLY-RPT-LINE
                 WRITE GENAPPLY-RPT-LINE
                 MOVE GENERUPDATE-LINE TO GENARCHIVE-LINE
                 WRITE GENARCHIVE-LINE
                 MOVE WS-LINE-SEQ-NR TO WS-CKP-GENERUPDATE-LASTSEQ
              ELSE
