       IDENTIFICATION DIVISION.
       PROGRAM-ID. pelcheck.
       AUTHOR. D.KISAMA.

      *> Compte de plan d'epargne logement (meme style d'appel que
      *> mineurcheck) : dit si le compte est le compte PEL d'un
      *> contrat non clos de PELCONTRATS.DAT (voir PEL.cpy) et rend
      *> le statut du contrat. Un PEL n'admet aucun retrait
      *> partiel : opdebit et opprelev refusent tout debit sur
      *> L-PEL = OUI, sauf le debit de cloture passe par pelbatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PELCONTRATS ASSIGN TO "PELCONTRATS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PELCONTRATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PELCONTRATS.
           COPY "PEL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PELCONTRATS-STATUS  PIC X(2).
       01 WS-EOF                 PIC X(3).

       LINKAGE SECTION.
        77 L-COMPTEID          PIC 9(5).
        77 L-PEL               PIC X(3).
        77 L-STATUT            PIC X(10).

       PROCEDURE DIVISION USING L-COMPTEID, L-PEL, L-STATUT.

       0100-MAIN-MPROCEDURE.
           MOVE 'NON' TO L-PEL.
           MOVE SPACES TO L-STATUT.

           OPEN INPUT PELCONTRATS.
           IF WS-PELCONTRATS-STATUS NOT = "00"
              GOBACK
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ PELCONTRATS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PL-COMPTEID = L-COMPTEID
                 AND PL-STATUT NOT = 'CLOTURE'
                 AND PL-STATUT NOT = 'ANNULE'
                 MOVE 'OUI' TO L-PEL
                 MOVE PL-STATUT TO L-STATUT
                 MOVE 'OUI' TO WS-EOF
              ELSE
                 READ PELCONTRATS
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE PELCONTRATS.

           GOBACK.

       END PROGRAM pelcheck.
