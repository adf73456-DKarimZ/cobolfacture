       IDENTIFICATION DIVISION.
       PROGRAM-ID. opjidxbatch.
       AUTHOR. D.KISAMA.

      *> Utilitaire de reconstruction du compagnon indexe
      *> OPJINDEX.DAT du journal structure (voir OPJINDEX.cpy et le
      *> module opjindex). opjournal n'alimente l'index que s'il
      *> existe deja : a la mise en service, apres une restauration
      *> ou une perte du fichier, les lecteurs retombent sur la
      *> lecture sequentielle d'OPJOURNAL.DAT tant que ce batch n'a
      *> pas tourne. Le batch recompte le journal et l'index :
      *>   - index absent          : reconstruit depuis le journal ;
      *>   - nombres en desaccord  : reconstruit depuis le journal ;
      *>   - nombres d'accord      : rien a faire.
      *> A placer dans le plan de nuit avant les lecteurs du
      *> journal ; le relancer est sans effet quand l'index est a
      *> jour. Le bilan part dans OPJINDEX.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPJINDEX-RPT ASSIGN TO "OPJINDEX.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPJINDEX-RPT.
       01 OPJINDEX-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 TODAYS-DATE            PIC 9(8).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION           PIC X.
       01 WS-BD-DATE-ISO         PIC X(10).

      *> controle et reconstruction par le module opjindex
       01 WS-OX-ACTION           PIC X VALUE 'C'.
       01 WS-OX-LIGNE            PIC X(117) VALUE SPACES.
       01 WS-OX-ETAT             PIC X(12).
       01 WS-OX-NB-JOURNAL       PIC 9(9).
       01 WS-OX-NB-INDEX         PIC 9(9).

       01 WS-SPOOL-NOM           PIC X(20).
       01 WS-SPOOL-FICHIER       PIC X(20).

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'opjidxbatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7).
       01 WS-BR-FAILED           PIC 9(7).
       01 WS-BR-STATUT           PIC X(10).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-BD-DATE-ISO.

           CALL 'opjindex' USING WS-OX-ACTION, WS-OX-LIGNE,
              WS-OX-ETAT, WS-OX-NB-JOURNAL, WS-OX-NB-INDEX.

      *>    une cle en double ecartee par la reconstruction compte
      *>    en echec
           MOVE WS-OX-NB-INDEX TO WS-BR-RECORDS.
           IF WS-OX-NB-JOURNAL > WS-OX-NB-INDEX
              COMPUTE WS-BR-FAILED = WS-OX-NB-JOURNAL
                 - WS-OX-NB-INDEX
           ELSE
              MOVE ZEROES TO WS-BR-FAILED
           END-IF.

           PERFORM 0200-ECRIRE-RAPPORT.

           DISPLAY "Index du journal : " WS-OX-ETAT.
           DISPLAY "Lignes du journal : " WS-OX-NB-JOURNAL.
           DISPLAY "Lignes de l'index : " WS-OX-NB-INDEX.

      *>    trace du passage au grand livre des batchs
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

       0200-ECRIRE-RAPPORT.
           OPEN OUTPUT OPJINDEX-RPT.
           MOVE SPACES TO OPJINDEX-RPT-LINE.
           STRING "INDEX DU JOURNAL DES OPERATIONS DU " WS-BD-DATE-ISO
              DELIMITED BY SIZE INTO OPJINDEX-RPT-LINE.
           WRITE OPJINDEX-RPT-LINE.

           MOVE SPACES TO OPJINDEX-RPT-LINE.
           EVALUATE WS-OX-ETAT
              WHEN 'A JOUR'
                 MOVE "INDEX A JOUR : RIEN A FAIRE"
                   TO OPJINDEX-RPT-LINE
              WHEN 'ABSENT'
                 MOVE "INDEX ABSENT : RECONSTRUIT DEPUIS LE JOURNAL"
                   TO OPJINDEX-RPT-LINE
              WHEN 'DESACCORD'
                 MOVE "INDEX EN DESACCORD : RECONSTRUIT"
                   TO OPJINDEX-RPT-LINE
              WHEN OTHER
                 STRING "INDEX : " WS-OX-ETAT
                    DELIMITED BY SIZE INTO OPJINDEX-RPT-LINE
           END-EVALUATE.
           WRITE OPJINDEX-RPT-LINE.

           MOVE SPACES TO OPJINDEX-RPT-LINE.
           STRING "LIGNES DU JOURNAL: " WS-OX-NB-JOURNAL
              "  LIGNES DE L'INDEX: " WS-OX-NB-INDEX
              DELIMITED BY SIZE INTO OPJINDEX-RPT-LINE.
           WRITE OPJINDEX-RPT-LINE.

           IF WS-OX-NB-JOURNAL > WS-OX-NB-INDEX
              MOVE SPACES TO OPJINDEX-RPT-LINE
              STRING "CLES EN DOUBLE ECARTEES: " WS-BR-FAILED
                 DELIMITED BY SIZE INTO OPJINDEX-RPT-LINE
              WRITE OPJINDEX-RPT-LINE
           END-IF.
           CLOSE OPJINDEX-RPT.

           MOVE 'OPJINDEX' TO WS-SPOOL-NOM.
           MOVE 'OPJINDEX.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

       END PROGRAM opjidxbatch.
