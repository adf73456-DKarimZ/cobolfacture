       IDENTIFICATION DIVISION.
       PROGRAM-ID. mineurcheck.
       AUTHOR. D.KISAMA.

      *> Regles des comptes de mineurs (meme style d'appel que
      *> produitcompte) : dit si un compte -- ou un client quand
      *> L-IDCLIENT est renseigne -- releve d'un mineur inscrit au
      *> registre MINEURS.DAT (voir MINEUR.cpy), son age a la date
      *> de l'operation et les plafonds de sa tranche d'age. Un
      *> compte releve d'un mineur des qu'un de ses titulaires
      *> (COMPTETITULAIRES.DAT) est un mineur au statut MINEUR ; le
      *> plus jeune donne la tranche. L'age est recalcule a chaque
      *> appel : un jeune devenu majeur la veille n'est plus traite
      *> en mineur meme si majoritebatch n'est pas encore passe.
      *> Tranches : MINEURPARM.DAT (age maximal de la tranche,
      *> plafond journalier des achats carte, plafond journalier
      *> des retraits), lignes par age croissant, fichier
      *> optionnel-avec-defaut comme DORMANTPARM.DAT -- a defaut,
      *> moins de 12 ans : pas d'achat carte, 20.00 de retrait ;
      *> 12 a 15 ans : 50.00 et 50.00 ; 16 et 17 ans : 150.00 et
      *> 100.00. Quelle que soit la tranche, un mineur n'a ni
      *> decouvert ni chequier ni credit : l'appelant refuse sur
      *> L-MINEUR = OUI. Consulte par opdebit, l'achat chez
      *> partenaire, les demandes de chequier et de pret
      *> d'ACTIVITY2CLIENT et l'ouverture de reserve d'activity2banq.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MINEURS ASSIGN TO "MINEURS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MINEURS-STATUS.

           SELECT MINEURPARM ASSIGN TO "MINEURPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MINEURPARM-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MINEURS.
           COPY "MINEUR.cpy".

       FD MINEURPARM.
       01 MINEURPARM-RECORD.
           05 MNP-AGE-MAX        PIC 9(2).
           05 MNP-PLAFOND-CARTE  PIC 9(5)V99.
           05 MNP-PLAFOND-RETRAIT PIC 9(5)V99.

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-MINEURS-STATUS     PIC X(2).
       01 WS-MINEURPARM-STATUS  PIC X(2).
       01 WS-TITULAIRES-STATUS  PIC X(2).
       01 WS-EOF                PIC X(3).
       01 WS-EOF-TIT            PIC X(3).

      *> tranches d'age lues a chaque appel (le fichier est petit et
      *> peut changer pendant la journee)
       01 WS-TR-TABLE.
           05 WS-TR-ENTRY OCCURS 10 TIMES.
              10 WS-TR-AGE-MAX       PIC 9(2).
              10 WS-TR-CARTE         PIC 9(5)V99.
              10 WS-TR-RETRAIT       PIC 9(5)V99.
       01 WS-TR-COUNT           PIC 9(2) VALUE 0.
       01 WS-TR-IDX             PIC 9(2).

       01 WS-CLIENT-TESTE       PIC 9(5).
       01 WS-DATE-REF           PIC X(10).
       01 WS-DATE-RAW           PIC 9(8).
       01 WS-AN-REF             PIC 9(4).
       01 WS-MMJJ-REF           PIC X(5).
       01 WS-AN-NAISS           PIC 9(4).
       01 WS-AGE-CALC           PIC S9(4).
       01 WS-AGE-MIN            PIC 9(2).

       LINKAGE SECTION.
        77 L-COMPTEID          PIC 9(5).
        77 L-IDCLIENT          PIC 9(5).
        77 L-DATE-OP           PIC X(10).
        77 L-MINEUR            PIC X(3).
        77 L-AGE               PIC 9(2).
        77 L-PLAFOND-CARTE     PIC 9(5)V99.
        77 L-PLAFOND-RETRAIT   PIC 9(5)V99.

       PROCEDURE DIVISION USING L-COMPTEID, L-IDCLIENT, L-DATE-OP,
           L-MINEUR, L-AGE, L-PLAFOND-CARTE, L-PLAFOND-RETRAIT.

       0100-MAIN-MPROCEDURE.
           MOVE 'NON' TO L-MINEUR.
           MOVE ZEROES TO L-AGE.
           MOVE ZEROES TO L-PLAFOND-CARTE.
           MOVE ZEROES TO L-PLAFOND-RETRAIT.
           MOVE 99 TO WS-AGE-MIN.

           IF L-DATE-OP = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-RAW
              STRING WS-DATE-RAW(1:4) '-' WS-DATE-RAW(5:2) '-'
                 WS-DATE-RAW(7:2)
                 DELIMITED BY SIZE INTO WS-DATE-REF
           ELSE
              MOVE L-DATE-OP TO WS-DATE-REF
           END-IF.
           MOVE WS-DATE-REF(1:4) TO WS-AN-REF.
           MOVE WS-DATE-REF(6:5) TO WS-MMJJ-REF.

           IF L-IDCLIENT NOT = ZEROES
              MOVE L-IDCLIENT TO WS-CLIENT-TESTE
              PERFORM 0300-TESTER-CLIENT
           ELSE
              PERFORM 0200-TESTER-TITULAIRES
           END-IF.

           IF WS-AGE-MIN < 18
              MOVE 'OUI' TO L-MINEUR
              MOVE WS-AGE-MIN TO L-AGE
              PERFORM 0400-CHARGER-TRANCHES
              PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                 UNTIL WS-TR-IDX > WS-TR-COUNT
                 IF WS-AGE-MIN NOT > WS-TR-AGE-MAX(WS-TR-IDX)
                    MOVE WS-TR-CARTE(WS-TR-IDX) TO L-PLAFOND-CARTE
                    MOVE WS-TR-RETRAIT(WS-TR-IDX)
                      TO L-PLAFOND-RETRAIT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

           GOBACK.

      *> titulaires du compte, lus sur la cle composee a partir du
      *> COMPTEID
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
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

      *> le client est-il un mineur inscrit ? son age a la date de
      *> reference abaisse WS-AGE-MIN
       0300-TESTER-CLIENT.
           OPEN INPUT MINEURS.
           IF WS-MINEURS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ MINEURS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF MN-IDCLIENT = WS-CLIENT-TESTE
                 AND MN-STATUT = 'MINEUR'
                 PERFORM 0350-CALCULER-AGE
                 MOVE 'OUI' TO WS-EOF
              ELSE
                 READ MINEURS
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE MINEURS.

       0350-CALCULER-AGE.
           IF MN-DATE-NAISSANCE(1:4) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE MN-DATE-NAISSANCE(1:4) TO WS-AN-NAISS.
           COMPUTE WS-AGE-CALC = WS-AN-REF - WS-AN-NAISS.
           IF WS-MMJJ-REF < MN-DATE-NAISSANCE(6:5)
              SUBTRACT 1 FROM WS-AGE-CALC
           END-IF.
           IF WS-AGE-CALC < 0
              MOVE 0 TO WS-AGE-CALC
           END-IF.
           IF WS-AGE-CALC < WS-AGE-MIN
              MOVE WS-AGE-CALC TO WS-AGE-MIN
           END-IF.

       0400-CHARGER-TRANCHES.
           MOVE 0 TO WS-TR-COUNT.
           OPEN INPUT MINEURPARM.
           IF WS-MINEURPARM-STATUS = "00"
              MOVE 'NON' TO WS-EOF
              READ MINEURPARM
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF WS-TR-COUNT < 10
                    ADD 1 TO WS-TR-COUNT
                    MOVE MNP-AGE-MAX TO WS-TR-AGE-MAX(WS-TR-COUNT)
                    MOVE MNP-PLAFOND-CARTE
                      TO WS-TR-CARTE(WS-TR-COUNT)
                    MOVE MNP-PLAFOND-RETRAIT
                      TO WS-TR-RETRAIT(WS-TR-COUNT)
                 END-IF
                 READ MINEURPARM
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE MINEURPARM
           END-IF.

           IF WS-TR-COUNT = 0
              MOVE 3 TO WS-TR-COUNT
              MOVE 11 TO WS-TR-AGE-MAX(1)
              MOVE ZEROES TO WS-TR-CARTE(1)
              MOVE 20.00 TO WS-TR-RETRAIT(1)
              MOVE 15 TO WS-TR-AGE-MAX(2)
              MOVE 50.00 TO WS-TR-CARTE(2)
              MOVE 50.00 TO WS-TR-RETRAIT(2)
              MOVE 17 TO WS-TR-AGE-MAX(3)
              MOVE 150.00 TO WS-TR-CARTE(3)
              MOVE 100.00 TO WS-TR-RETRAIT(3)
           END-IF.

       END PROGRAM mineurcheck.
