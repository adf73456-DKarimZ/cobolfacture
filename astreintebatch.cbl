       IDENTIFICATION DIVISION.
       PROGRAM-ID. astreintebatch.
       AUTHOR. D.KISAMA.

      *> Escalade des alertes d'exploitation : a lancer par
      *> l'ordonnanceur toutes les quinze minutes pendant la nuit,
      *> hors plan de la chaine (JOBPLAN.DAT) puisqu'il doit tourner
      *> justement quand la chaine est arretee. Une alerte OUVERTE
      *> de ALERTEOPS.DAT dont l'etape n'a pas ete relancee dans le
      *> delai est envoyee au second contact de garde du tableau
      *> ASTREINTE.DAT (module alerteops, action E). L'acquittement
      *> au tableau de bord du matin n'arrete pas l'escalade : seule
      *> la relance compte. Pas d'inscription au registre des
      *> executions, qui serait noye sous un passage par quart
      *> d'heure.
      *> Chaque passage commence par retirer du registre les
      *> alertes acquittees au-dela de la duree de conservation
      *> (module alerteops, action P), pour que la table des
      *> alertes vivantes tienne dans alerteops et au tableau de
      *> bord.
      *> ASTREINTEPARM.DAT (facultatif) : delai d'escalade en
      *> minutes, 30 par defaut, puis duree de conservation des
      *> alertes acquittees en jours, 30 par defaut (zero ou a
      *> blanc garde la valeur par defaut).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ASTREINTEPARM ASSIGN TO "ASTREINTEPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASTREINTEPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> delai d'escalade en minutes, conservation en jours
       FD ASTREINTEPARM.
       01 ASTREINTEPARM-RECORD.
           05 ASP-DELAI-MINUTES  PIC 9(4).
           05 ASP-RETENTION-JOURS PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-ASTREINTEPARM-STATUS PIC X(2).

       01 WS-DELAI-MINUTES       PIC 9(4) VALUE 30.
       01 WS-RETENTION-JOURS     PIC 9(3) VALUE 30.

       01 WS-AOP-ACTION          PIC X(1).
       01 WS-AOP-SOURCE          PIC X(20).
       01 WS-AOP-ETAPE           PIC X(12).
       01 WS-AOP-MOTIF           PIC X(60).
       01 WS-AOP-NOMBRE          PIC 9(5).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           PERFORM 0150-LIRE-PARAMETRES.
           MOVE 'P' TO WS-AOP-ACTION.
           MOVE SPACES TO WS-AOP-SOURCE.
           MOVE SPACES TO WS-AOP-ETAPE.
           MOVE SPACES TO WS-AOP-MOTIF.
           MOVE WS-RETENTION-JOURS TO WS-AOP-NOMBRE.
           CALL 'alerteops' USING WS-AOP-ACTION, WS-AOP-SOURCE,
              WS-AOP-ETAPE, WS-AOP-MOTIF, WS-AOP-NOMBRE.
           IF WS-AOP-NOMBRE > ZEROES
              DISPLAY "ASTREINTEBATCH : " WS-AOP-NOMBRE
                 " ALERTE(S) ACQUITTEE(S) RETIREE(S) (PLUS DE "
                 WS-RETENTION-JOURS " JOURS)"
           END-IF.

           MOVE 'E' TO WS-AOP-ACTION.
           MOVE SPACES TO WS-AOP-SOURCE.
           MOVE SPACES TO WS-AOP-ETAPE.
           MOVE SPACES TO WS-AOP-MOTIF.
           MOVE WS-DELAI-MINUTES TO WS-AOP-NOMBRE.
           CALL 'alerteops' USING WS-AOP-ACTION, WS-AOP-SOURCE,
              WS-AOP-ETAPE, WS-AOP-MOTIF, WS-AOP-NOMBRE.
           DISPLAY "ASTREINTEBATCH : " WS-AOP-NOMBRE
              " ALERTE(S) ESCALADEE(S) AU SECOND CONTACT (DELAI "
              WS-DELAI-MINUTES " MN)".
           GOBACK.

       0150-LIRE-PARAMETRES.
           OPEN INPUT ASTREINTEPARM.
           IF WS-ASTREINTEPARM-STATUS = "00"
              READ ASTREINTEPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ASP-DELAI-MINUTES NOT = ZEROES
                       MOVE ASP-DELAI-MINUTES TO WS-DELAI-MINUTES
                    END-IF
                    IF ASP-RETENTION-JOURS IS NUMERIC
                       AND ASP-RETENTION-JOURS NOT = ZEROES
                       MOVE ASP-RETENTION-JOURS TO WS-RETENTION-JOURS
                    END-IF
              END-READ
              CLOSE ASTREINTEPARM
           END-IF.

       END PROGRAM astreintebatch.
