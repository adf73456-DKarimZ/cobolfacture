       IDENTIFICATION DIVISION.
       PROGRAM-ID. surendcheck.
       AUTHOR. D.KISAMA.

      *> Suspension au titre du surendettement (meme style d'appel
      *> que mineurcheck) : dit si un client -- ou un compte quand
      *> L-IDCLIENT est a zero, par ses titulaires de
      *> COMPTETITULAIRES.DAT -- a un dossier ADMISSIBLE ou PLAN
      *> au registre SURENDET.DAT (voir SURENDET.cpy), et rend le
      *> statut du dossier. L-ACTION :
      *>   T : test seul ;
      *>   S : test, et si le client est sous suspension le montant
      *>       L-MONTANT est journalise dans SURENDMVT.DAT sous
      *>       l'origine L-ORIGINE (montant que l'appelant renonce a
      *>       prelever ou a facturer) ;
      *>   J : journalisation sans test (versements du plan).
      *> Consulte par pretprelevbatch (echeances et versements du
      *> plan), agiosbatch, commisionfrais (frais d'incident) et
      *> pretretardbatch (relances et representations).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SURENDET ASSIGN TO "SURENDET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SURENDET-STATUS.

           SELECT SURENDMVT ASSIGN TO "SURENDMVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SURENDMVT-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SURENDET.
           COPY "SURENDET.cpy".

       FD SURENDMVT.
           COPY "SURENDMVT.cpy".

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-SURENDET-STATUS    PIC X(2).
       01 WS-SURENDMVT-STATUS   PIC X(2).
       01 WS-TITULAIRES-STATUS  PIC X(2).
       01 WS-EOF                PIC X(3).
       01 WS-EOF-TIT            PIC X(3).
       01 WS-CLIENT-TESTE       PIC 9(5).
       01 WS-CLIENT-SUSPENDU    PIC 9(5).

       LINKAGE SECTION.
        77 L-ACTION            PIC X.
        77 L-COMPTEID          PIC 9(5).
        77 L-IDCLIENT          PIC 9(5).
        77 L-DATE              PIC X(10).
        77 L-ORIGINE           PIC X(20).
        77 L-MONTANT           PIC 9(7)V99.
        77 L-SUSPENDU          PIC X(3).
        77 L-STATUT            PIC X(10).

       PROCEDURE DIVISION USING L-ACTION, L-COMPTEID, L-IDCLIENT,
           L-DATE, L-ORIGINE, L-MONTANT, L-SUSPENDU, L-STATUT.

       0100-MAIN-MPROCEDURE.
           MOVE 'NON' TO L-SUSPENDU.
           MOVE SPACES TO L-STATUT.
           MOVE ZEROES TO WS-CLIENT-SUSPENDU.

           IF L-ACTION = 'J'
              MOVE L-IDCLIENT TO WS-CLIENT-SUSPENDU
              PERFORM 0400-JOURNALISER
              GOBACK
           END-IF.

           IF L-IDCLIENT NOT = ZEROES
              MOVE L-IDCLIENT TO WS-CLIENT-TESTE
              PERFORM 0300-TESTER-CLIENT
           ELSE
              PERFORM 0200-TESTER-TITULAIRES
           END-IF.

           IF L-ACTION = 'S'
              AND L-SUSPENDU = 'OUI'
              AND L-MONTANT > ZEROES
              PERFORM 0400-JOURNALISER
           END-IF.

           GOBACK.

      *> titulaires du compte, lus sur la cle composee a partir du
      *> COMPTEID ; le premier sous suspension suffit
       0200-TESTER-TITULAIRES.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-TIT.
           MOVE L-COMPTEID TO TIT-COMPTEID.
           MOVE ZEROES TO TIT-IDCLIENT.
           START TITULAIRES KEY NOT < TIT-CLE
              INVALID KEY MOVE 'OUI' TO WS-EOF-TIT
           END-START.
           PERFORM UNTIL WS-EOF-TIT = 'OUI'
              READ TITULAIRES NEXT
                 AT END MOVE 'OUI' TO WS-EOF-TIT
                 NOT AT END
                    IF TIT-COMPTEID NOT = L-COMPTEID
                       MOVE 'OUI' TO WS-EOF-TIT
                    ELSE
                       MOVE TIT-IDCLIENT TO WS-CLIENT-TESTE
                       PERFORM 0300-TESTER-CLIENT
                       IF L-SUSPENDU = 'OUI'
                          MOVE 'OUI' TO WS-EOF-TIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

      *> dernier dossier du client au registre : c'est lui qui dit
      *> la suspension (un dossier REJETE ou CLOTURE la leve)
       0300-TESTER-CLIENT.
           OPEN INPUT SURENDET.
           IF WS-SURENDET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ SURENDET
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF SD-IDCLIENT = WS-CLIENT-TESTE
                 MOVE SD-STATUT TO L-STATUT
                 IF SD-STATUT = 'ADMISSIBLE'
                    OR SD-STATUT = 'PLAN'
                    MOVE 'OUI' TO L-SUSPENDU
                    MOVE WS-CLIENT-TESTE TO WS-CLIENT-SUSPENDU
                 ELSE
                    MOVE 'NON' TO L-SUSPENDU
                 END-IF
              END-IF
              READ SURENDET
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SURENDET.

       0400-JOURNALISER.
           MOVE WS-CLIENT-SUSPENDU TO SM-IDCLIENT.
           MOVE L-DATE TO SM-DATE.
           MOVE L-ORIGINE TO SM-ORIGINE.
           MOVE L-COMPTEID TO SM-COMPTEID.
           MOVE L-MONTANT TO SM-MONTANT.
           OPEN EXTEND SURENDMVT.
           IF WS-SURENDMVT-STATUS = "35"
              CLOSE SURENDMVT
              OPEN OUTPUT SURENDMVT
           END-IF.
           WRITE SURENDMVT-RECORD.
           CLOSE SURENDMVT.

       END PROGRAM surendcheck.
