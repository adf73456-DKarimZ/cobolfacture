      *> sont pas rejouees : la chaine reprend a la premiere etape
      *> incomplete. Une fois toute la chaine TERMINE, le point de
      *> controle est retronque pour la nuit suivante.
      *> Une derniere colonne facultative JP-MODE (SIMULATION) fait
      *> tourner un batch de postage en simulation (module
      *> simulposte) : le mode est passe au programme appele par la
      *> variable d'environnement BATCHMODE, effacee apres l'appel.
      *> Rattrapage : si la chaine n'a pas tourne une ou plusieurs
      *> nuits, la derniere journee du registre busdate (a defaut,
      *> la derniere bascule daterollbatch de BATCHRUN.DAT) est
      *> comparee a la date du jour ; chaque jour ouvre manque entre
      *> les deux (module jourouvre) donne une passe complete du
      *> plan, dans l'ordre, a sa propre date de traitement (action
      *> 'C' de busdate, fermee par l'etape daterollbatch du plan),
      *> avant la passe du jour. Une journee restee OUVERTE par un
      *> incident est d'abord reprise a son point de controle. La
      *> chaine s'arrete a la premiere passe en echec : la relance
      *> reprendra cette journee puis les suivantes. Au-dela de
      *> WS-MAX-RATTRAPAGE jours manques, rien n'est lance (decision
      *> de l'exploitation). Chaque passe de rattrapage ou de
      *> reprise est inscrite au registre NIGHTRATT.DAT, que le
      *> controle du matin batchrunctlbatch detaille a part.
      *> Fenetre de nuit : une derniere colonne facultative
      *> JP-FENETRE (OUI) marque les etapes critiques -- celles qui
      *> lisent COMPTES.DAT en sequence, reecrivent STANDORD/CARTES
      *> ou photographient les soldes. Avant de lancer une telle
      *> etape, la fenetre de traitement de nuit est ouverte (module
      *> fenetrenuit) : les ecrans mettent alors depots, virements
      *> et OD en file OPATTENTE.DAT au lieu de poster. Elle reste
      *> ouverte jusqu'a l'etape opattentebatch, derniere du plan
      *> apres daterollbatch, qui poste la file et la ferme ; apres
      *> un incident elle reste ouverte jusqu'a la relance. Une
      *> passe terminee qui laisse la fenetre ouverte (vidage
      *> absent du plan ou inactif) la ferme et le signale : la file
      *> attendra le prochain vidage.
      *> Alerte d'exploitation (module alerteops) : une etape en
      *> echec, ou un rattrapage refuse, previent le contact de
      *> garde du tableau d'astreinte par SMS et email ; chaque
      *> lancement d'etape note la relance des alertes ouvertes sur
      *> ce programme ou cette etape, ce qui arrete leur escalade.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NIGHTRUN-RPT ASSIGN TO "NIGHTRUN.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NIGHTRATT ASSIGN TO "NIGHTRATT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NIGHTRATT-STATUS.

           SELECT BATCHRUN-LEDGER ASSIGN TO "BATCHRUN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBPLAN.
           05 JP-PRED-2          PIC X(12).
           05 JP-PRED-3          PIC X(12).
           05 JP-ACTIF           PIC X(3).
           05 JP-MODE            PIC X(10).
           05 JP-FENETRE         PIC X(3).

       FD NIGHTRUN-CKP.
       01 NIGHTRUN-CKP-RECORD.
       FD NIGHTRUN-RPT.
       01 NIGHTRUN-RPT-LINE      PIC X(100).

      *> registre des passes de rattrapage et de reprise
       FD NIGHTRATT.
       01 NIGHTRATT-RECORD.
           05 RT-DATE-PASSE      PIC X(10).
           05 RT-DATE-LANCEMENT  PIC X(10).
           05 RT-HEURE-DEBUT     PIC X(6).
           05 RT-HEURE-FIN       PIC X(6).
           05 RT-TYPE            PIC X(10).
           05 RT-STATUT          PIC X(10).
           05 RT-NB-ETAPES       PIC 9(3).

       FD BATCHRUN-LEDGER.
       01 BATCHRUN-RECORD.
           05 BR-PROGRAM         PIC X(20).
           05 BR-DATE            PIC X(10).
           05 BR-HEURE-DEBUT     PIC X(6).
           05 BR-HEURE-FIN       PIC X(6).
           05 BR-RECORDS         PIC 9(7).
           05 BR-FAILED          PIC 9(7).
           05 BR-STATUT          PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CKP-STATUS         PIC X(2).
       01 WS-NIGHTRATT-STATUS   PIC X(2).
       01 WS-LEDGER-STATUS      PIC X(2).
       01 WS-EOF-LEDGER         PIC X(3).
       01 WS-EOF-JOBPLAN        PIC X(3) VALUE 'NON'.
       01 WS-EOF-CKP            PIC X(3) VALUE 'NON'.

              10 WS-JP-PRED-2        PIC X(12).
              10 WS-JP-PRED-3        PIC X(12).
              10 WS-JP-ACTIF         PIC X(3).
              10 WS-JP-MODE          PIC X(10).
              10 WS-JP-FENETRE       PIC X(3).
              10 WS-JP-STATUT        PIC X(10).
              10 WS-JP-HEURE-DEBUT   PIC X(6).
              10 WS-JP-HEURE-FIN     PIC X(6).
       01 WS-PRED-NOM           PIC X(12).
       01 WS-PROGRAMME-APPELE   PIC X(20).
       01 WS-TOUTES-TERMINEES   PIC X(3).
       01 WS-MODE-ETAPE         PIC X(10).

      *> ouverture de la journee de traitement officielle dans le
      *> registre busdate, en tete de chaine
       01 WS-BD-DATE-NUM        PIC 9(8).
       01 WS-BD-DATE-ISO        PIC X(10).

      *> passes de la nuit : reprise d'une journee restee ouverte,
      *> jours ouvres manques, puis journee du jour
       01 WS-MAX-RATTRAPAGE     PIC 9(3) VALUE 30.
       01 WS-PASSE-TABLE.
           05 WS-PS-ENTRY OCCURS 32 TIMES.
              10 WS-PS-ACTION        PIC X.
              10 WS-PS-DATE-NUM      PIC 9(8).
              10 WS-PS-DATE-ISO      PIC X(10).
              10 WS-PS-TYPE          PIC X(10).
       01 WS-PASSE-COUNT        PIC 9(3) VALUE 0.
       01 WS-PS-IDX             PIC 9(3).
       01 WS-PS-HEURE-DEBUT     PIC X(6).
       01 WS-PS-NB-ETAPES       PIC 9(3).
       01 WS-PASSE-STATUT       PIC X(10).
       01 WS-RATTRAPAGE-REFUSE  PIC X(3) VALUE 'NON'.

       01 WS-DERNIER-STATUT     PIC X.
       01 WS-DERNIER-NUM        PIC 9(8).
       01 WS-DERNIER-ISO        PIC X(10).
       01 WS-HORLOGE-NUM        PIC 9(8).
       01 WS-HORLOGE-ISO        PIC X(10).
       01 WS-JOUR-INT           PIC 9(8).
       01 WS-HORLOGE-INT        PIC 9(8).
       01 WS-JOUR-NUM           PIC 9(8).
       01 WS-NB-MANQUES         PIC 9(5).

      *> fenetre de traitement de nuit (module fenetrenuit)
       01 WS-FN-ACTION          PIC X.
       01 WS-FN-ETAT            PIC X(10).
       01 WS-FN-ETAPE           PIC X(12).
       01 WS-FN-TRAITES         PIC 9(9).

      *> test du jour ouvre (module jourouvre, action R : un jour
      *> ouvre roule sur lui-meme)
       01 WS-JO-ACTION          PIC X.
       01 WS-JO-DATE1           PIC X(10).
       01 WS-JO-DATE2           PIC X(10).
       01 WS-JO-RESULT-DATE     PIC X(10).
       01 WS-JO-RESULT-JOURS    PIC 9(5).

      *> alerte d'exploitation au contact de garde (module alerteops)
       01 WS-AOP-ACTION         PIC X(1).
       01 WS-AOP-SOURCE         PIC X(20).
       01 WS-AOP-ETAPE          PIC X(12).
       01 WS-AOP-MOTIF          PIC X(60).
       01 WS-AOP-NOMBRE         PIC 9(5).

       01 WS-RPT-DETAIL.
           05 FILLER             PIC X(7) VALUE 'ETAPE: '.
           05 RPT-ETAPE          PIC X(12).
              GOBACK
           END-IF.
           PERFORM 0250-LOAD-CHECKPOINT.
           PERFORM 0150-PLANIFIER-PASSES.

           OPEN OUTPUT NIGHTRUN-RPT.
           MOVE "CHAINE DE NUIT - JOURNAL D'ENCHAINEMENT"
              TO NIGHTRUN-RPT-LINE.
           WRITE NIGHTRUN-RPT-LINE.

           IF WS-RATTRAPAGE-REFUSE = 'OUI'
              MOVE SPACES TO NIGHTRUN-RPT-LINE
              STRING "*** " WS-NB-MANQUES " JOURS OUVRES MANQUES "
                 "DEPUIS LE " WS-DERNIER-ISO " : AU-DELA DE "
                 WS-MAX-RATTRAPAGE ", RIEN N'EST LANCE"
                 DELIMITED BY SIZE INTO NIGHTRUN-RPT-LINE
              WRITE NIGHTRUN-RPT-LINE
              CLOSE NIGHTRUN-RPT
              MOVE 'A' TO WS-AOP-ACTION
              MOVE 'nightrunbatch' TO WS-AOP-SOURCE
              MOVE SPACES TO WS-AOP-ETAPE
              MOVE SPACES TO WS-AOP-MOTIF
              STRING "RATTRAPAGE REFUSE : " WS-NB-MANQUES
                 " JOURS MANQUES DEPUIS LE " WS-DERNIER-ISO
                 DELIMITED BY SIZE INTO WS-AOP-MOTIF
              CALL 'alerteops' USING WS-AOP-ACTION, WS-AOP-SOURCE,
                 WS-AOP-ETAPE, WS-AOP-MOTIF, WS-AOP-NOMBRE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
              UNTIL WS-PS-IDX > WS-PASSE-COUNT
              OR WS-CHAINE-ARRETEE = 'OUI'
              PERFORM 0300-EXECUTER-PASSE
           END-PERFORM.

           IF WS-CHAINE-ARRETEE = 'OUI'
              AND WS-PS-IDX NOT > WS-PASSE-COUNT
              MOVE SPACES TO NIGHTRUN-RPT-LINE
              STRING "CHAINE ARRETEE : PASSES NON LANCEES DU "
                 WS-PS-DATE-ISO(WS-PS-IDX) " AU "
                 WS-PS-DATE-ISO(WS-PASSE-COUNT)
                 DELIMITED BY SIZE INTO NIGHTRUN-RPT-LINE
              WRITE NIGHTRUN-RPT-LINE
           END-IF.

           CLOSE NIGHTRUN-RPT.
           GOBACK.

      *>------------------------------------------------------------------------
      *> passes de la nuit : derniere journee du registre busdate
      *> (ou derniere bascule de BATCHRUN.DAT) contre l'horloge
      *>------------------------------------------------------------------------
       0150-PLANIFIER-PASSES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HORLOGE-NUM.
           MOVE SPACES TO WS-HORLOGE-ISO.
           STRING WS-HORLOGE-NUM(1:4) '-' WS-HORLOGE-NUM(5:2) '-'
              WS-HORLOGE-NUM(7:2) DELIMITED BY SIZE
              INTO WS-HORLOGE-ISO.

           MOVE 'D' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, WS-BD-DATE-NUM,
              WS-BD-DATE-ISO.
           MOVE WS-BD-ACTION TO WS-DERNIER-STATUT.
           MOVE WS-BD-DATE-NUM TO WS-DERNIER-NUM.
           MOVE WS-BD-DATE-ISO TO WS-DERNIER-ISO.
           IF WS-DERNIER-STATUT = 'N'
              PERFORM 0160-DERNIERE-BASCULE
           END-IF.

      *>    pas d'historique, ou chaine deja passee ce jour : une
      *>    seule passe, ouverte comme toujours
           IF WS-DERNIER-STATUT = 'N'
              OR WS-DERNIER-NUM NOT < WS-HORLOGE-NUM
              MOVE 'O' TO WS-PS-ACTION(1)
              MOVE ZEROES TO WS-PS-DATE-NUM(1)
              MOVE SPACES TO WS-PS-DATE-ISO(1)
              MOVE 'JOUR' TO WS-PS-TYPE(1)
              MOVE 1 TO WS-PASSE-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PASSE-COUNT.
           IF WS-DERNIER-STATUT = 'O'
              ADD 1 TO WS-PASSE-COUNT
              MOVE 'O' TO WS-PS-ACTION(WS-PASSE-COUNT)
              MOVE WS-DERNIER-NUM TO WS-PS-DATE-NUM(WS-PASSE-COUNT)
              MOVE WS-DERNIER-ISO TO WS-PS-DATE-ISO(WS-PASSE-COUNT)
              MOVE 'REPRISE' TO WS-PS-TYPE(WS-PASSE-COUNT)
           END-IF.

           MOVE ZEROES TO WS-NB-MANQUES.
           COMPUTE WS-JOUR-INT =
              FUNCTION INTEGER-OF-DATE(WS-DERNIER-NUM) + 1.
           COMPUTE WS-HORLOGE-INT =
              FUNCTION INTEGER-OF-DATE(WS-HORLOGE-NUM).
           PERFORM UNTIL WS-JOUR-INT NOT < WS-HORLOGE-INT
              COMPUTE WS-JOUR-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-JOUR-INT)
              MOVE SPACES TO WS-JO-DATE1
              STRING WS-JOUR-NUM(1:4) '-' WS-JOUR-NUM(5:2) '-'
                 WS-JOUR-NUM(7:2) DELIMITED BY SIZE
                 INTO WS-JO-DATE1
              MOVE 'R' TO WS-JO-ACTION
              CALL 'jourouvre' USING WS-JO-ACTION, WS-JO-DATE1,
                 WS-JO-DATE2, WS-JO-RESULT-DATE, WS-JO-RESULT-JOURS
              IF WS-JO-RESULT-DATE = WS-JO-DATE1
                 ADD 1 TO WS-NB-MANQUES
                 IF WS-NB-MANQUES NOT > WS-MAX-RATTRAPAGE
                    ADD 1 TO WS-PASSE-COUNT
                    MOVE 'C' TO WS-PS-ACTION(WS-PASSE-COUNT)
                    MOVE WS-JOUR-NUM
                      TO WS-PS-DATE-NUM(WS-PASSE-COUNT)
                    MOVE WS-JO-DATE1
                      TO WS-PS-DATE-ISO(WS-PASSE-COUNT)
                    MOVE 'RATTRAPAGE' TO WS-PS-TYPE(WS-PASSE-COUNT)
                 END-IF
              END-IF
              ADD 1 TO WS-JOUR-INT
           END-PERFORM.
           IF WS-NB-MANQUES > WS-MAX-RATTRAPAGE
              MOVE 'OUI' TO WS-RATTRAPAGE-REFUSE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PASSE-COUNT.
           MOVE 'C' TO WS-PS-ACTION(WS-PASSE-COUNT).
           MOVE WS-HORLOGE-NUM TO WS-PS-DATE-NUM(WS-PASSE-COUNT).
           MOVE WS-HORLOGE-ISO TO WS-PS-DATE-ISO(WS-PASSE-COUNT).
           MOVE 'JOUR' TO WS-PS-TYPE(WS-PASSE-COUNT).

      *> sans registre busdate : la derniere journee fermee par
      *> l'etape daterollbatch dans le grand livre des passages
       0160-DERNIERE-BASCULE.
           MOVE 'NON' TO WS-EOF-LEDGER.
           OPEN INPUT BATCHRUN-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ BATCHRUN-LEDGER
              AT END MOVE 'OUI' TO WS-EOF-LEDGER
           END-READ.
           PERFORM UNTIL WS-EOF-LEDGER = 'OUI'
              IF BR-PROGRAM = 'daterollbatch'
                 AND BR-STATUT = 'TERMINE'
                 AND (WS-DERNIER-STATUT = 'N'
                    OR BR-DATE > WS-DERNIER-ISO)
                 MOVE 'F' TO WS-DERNIER-STATUT
                 MOVE BR-DATE TO WS-DERNIER-ISO
              END-IF
              READ BATCHRUN-LEDGER
                 AT END MOVE 'OUI' TO WS-EOF-LEDGER
              END-READ
           END-PERFORM.
           CLOSE BATCHRUN-LEDGER.
           IF WS-DERNIER-STATUT = 'F'
              MOVE WS-DERNIER-ISO(1:4) TO WS-DERNIER-NUM(1:4)
              MOVE WS-DERNIER-ISO(6:2) TO WS-DERNIER-NUM(5:2)
              MOVE WS-DERNIER-ISO(9:2) TO WS-DERNIER-NUM(7:2)
           END-IF.

       0200-LOAD-JOBPLAN.
           OPEN INPUT JOBPLAN.
           READ JOBPLAN
              MOVE JP-PRED-2 TO WS-JP-PRED-2(WS-PLAN-COUNT)
              MOVE JP-PRED-3 TO WS-JP-PRED-3(WS-PLAN-COUNT)
              MOVE JP-ACTIF TO WS-JP-ACTIF(WS-PLAN-COUNT)
              MOVE JP-MODE TO WS-JP-MODE(WS-PLAN-COUNT)
              MOVE JP-FENETRE TO WS-JP-FENETRE(WS-PLAN-COUNT)
              MOVE SPACES TO WS-JP-STATUT(WS-PLAN-COUNT)
              MOVE SPACES TO WS-JP-HEURE-DEBUT(WS-PLAN-COUNT)
              MOVE SPACES TO WS-JP-HEURE-FIN(WS-PLAN-COUNT)
           END-PERFORM.
           CLOSE NIGHTRUN-CKP.

      *> une passe complete du plan a la date de traitement de la
      *> passe ; le point de controle charge en tete ne vaut que
      *> pour la premiere passe
       0300-EXECUTER-PASSE.
           IF WS-PS-IDX > 1
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-PLAN-COUNT
                 MOVE SPACES TO WS-JP-STATUT(WS-IDX)
                 MOVE SPACES TO WS-JP-HEURE-DEBUT(WS-IDX)
                 MOVE SPACES TO WS-JP-HEURE-FIN(WS-IDX)
              END-PERFORM
           END-IF.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-PS-HEURE-DEBUT.

      *>    la journee de traitement s'ouvre en tete de passe :
      *>    tous les batchs du plan dateront leurs enregistrements
      *>    de cette date via busdate, meme si la chaine glisse
      *>    apres minuit ; a la relance la date deja OUVERTE est
      *>    conservee, l'etape daterollbatch fermera la journee ;
      *>    une passe de rattrapage ouvre sa journee manquee
           MOVE WS-PS-ACTION(WS-PS-IDX) TO WS-BD-ACTION.
           MOVE WS-PS-DATE-NUM(WS-PS-IDX) TO WS-BD-DATE-NUM.
           CALL 'busdate' USING WS-BD-ACTION, WS-BD-DATE-NUM,
              WS-BD-DATE-ISO.
           MOVE WS-BD-DATE-ISO TO WS-PS-DATE-ISO(WS-PS-IDX).

           MOVE SPACES TO NIGHTRUN-RPT-LINE.
           WRITE NIGHTRUN-RPT-LINE.
           MOVE SPACES TO NIGHTRUN-RPT-LINE.
           STRING "PASSE " WS-PS-IDX "/" WS-PASSE-COUNT
              " - JOURNEE DU " WS-BD-DATE-ISO " - "
              WS-PS-TYPE(WS-PS-IDX)
              DELIMITED BY SIZE INTO NIGHTRUN-RPT-LINE.
           WRITE NIGHTRUN-RPT-LINE.

      *>    boucle d'ordonnancement : a chaque tour, toute etape
      *>    active non terminee dont les predecesseurs sont TERMINE
      *>    est lancee ; la boucle s'arrete quand plus rien
      *>    n'avance ou qu'une etape est en incident
           MOVE 'OUI' TO WS-PROGRES.
           PERFORM UNTIL WS-PROGRES = 'NON'
              OR WS-CHAINE-ARRETEE = 'OUI'
              MOVE 'NON' TO WS-PROGRES
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-PLAN-COUNT
                 OR WS-CHAINE-ARRETEE = 'OUI'
                 IF WS-JP-ACTIF(WS-IDX) NOT = 'NON'
                    AND WS-JP-STATUT(WS-IDX) NOT = 'TERMINE'
                    PERFORM 0400-PREDECESSEURS-TERMINES
                    IF WS-PRED-OK = 'OUI'
                       PERFORM 0500-LANCER-ETAPE
                       MOVE 'OUI' TO WS-PROGRES
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

           PERFORM 0700-ECRIRE-RAPPORT.
           PERFORM 0800-ECRIRE-CHECKPOINT.

           MOVE ZEROES TO WS-PS-NB-ETAPES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-PLAN-COUNT
              IF WS-JP-STATUT(WS-IDX) NOT = SPACES
                 ADD 1 TO WS-PS-NB-ETAPES
              END-IF
           END-PERFORM.
           IF WS-CHAINE-ARRETEE = 'OUI'
              OR WS-TOUTES-TERMINEES = 'NON'
              MOVE 'ECHEC' TO WS-PASSE-STATUT
              MOVE 'OUI' TO WS-CHAINE-ARRETEE
           ELSE
              MOVE 'TERMINE' TO WS-PASSE-STATUT
              PERFORM 0850-CONTROLER-FENETRE
           END-IF.
           MOVE SPACES TO NIGHTRUN-RPT-LINE.
           STRING "ISSUE DE LA PASSE DU " WS-BD-DATE-ISO " : "
              WS-PASSE-STATUT
              DELIMITED BY SIZE INTO NIGHTRUN-RPT-LINE.
           WRITE NIGHTRUN-RPT-LINE.
           IF WS-PS-TYPE(WS-PS-IDX) NOT = 'JOUR'
              PERFORM 0900-INSCRIRE-PASSE
           END-IF.

       0400-PREDECESSEURS-TERMINES.
           MOVE 'OUI' TO WS-PRED-OK.
           MOVE WS-JP-PRED-1(WS-IDX) TO WS-PRED-NOM.
           MOVE 'EN COURS' TO WS-JP-STATUT(WS-IDX).
           MOVE ZEROES TO RETURN-CODE.
           MOVE WS-JP-PROGRAMME(WS-IDX) TO WS-PROGRAMME-APPELE.
           MOVE WS-JP-MODE(WS-IDX) TO WS-MODE-ETAPE.
           DISPLAY "BATCHMODE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-MODE-ETAPE UPON ENVIRONMENT-VALUE.

      *>    etape critique : les ecrans passent en file d'attente
      *>    avant qu'elle ne touche aux fichiers
           IF WS-JP-FENETRE(WS-IDX) = 'OUI'
              MOVE 'O' TO WS-FN-ACTION
              MOVE WS-JP-ETAPE(WS-IDX) TO WS-FN-ETAPE
              CALL 'fenetrenuit' USING WS-FN-ACTION, WS-FN-ETAT,
                 WS-FN-ETAPE, WS-FN-TRAITES
           END-IF.

      *>    relance : les alertes ouvertes sur l'etape ne sont plus
      *>    escaladees
           MOVE 'R' TO WS-AOP-ACTION.
           MOVE WS-PROGRAMME-APPELE TO WS-AOP-SOURCE.
           MOVE WS-JP-ETAPE(WS-IDX) TO WS-AOP-ETAPE.
           MOVE SPACES TO WS-AOP-MOTIF.
           CALL 'alerteops' USING WS-AOP-ACTION, WS-AOP-SOURCE,
              WS-AOP-ETAPE, WS-AOP-MOTIF, WS-AOP-NOMBRE.

           CALL WS-PROGRAMME-APPELE
              ON EXCEPTION
                 MOVE 'ECHEC' TO WS-JP-STATUT(WS-IDX)
           END-CALL.
      *>    le programme est decharge : une passe suivante de la
      *>    meme nuit le retrouve dans son etat initial
           CANCEL WS-PROGRAMME-APPELE.

           MOVE SPACES TO WS-MODE-ETAPE.
           DISPLAY "BATCHMODE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-MODE-ETAPE UPON ENVIRONMENT-VALUE.

           MOVE FUNCTION CURRENT-DATE(9:6)
             TO WS-JP-HEURE-FIN(WS-IDX).
      *>       ne doit tourner sur des donnees a moitie produites
              MOVE 'OUI' TO WS-CHAINE-ARRETEE
              MOVE ZEROES TO RETURN-CODE
              MOVE 'A' TO WS-AOP-ACTION
              MOVE WS-PROGRAMME-APPELE TO WS-AOP-SOURCE
              MOVE WS-JP-ETAPE(WS-IDX) TO WS-AOP-ETAPE
              MOVE SPACES TO WS-AOP-MOTIF
              STRING "ETAPE " WS-JP-ETAPE(WS-IDX)
                 " ECHEC, CHAINE ARRETEE, JOUR "
                 WS-BD-DATE-ISO DELIMITED BY SIZE INTO WS-AOP-MOTIF
              CALL 'alerteops' USING WS-AOP-ACTION, WS-AOP-SOURCE,
                 WS-AOP-ETAPE, WS-AOP-MOTIF, WS-AOP-NOMBRE
           ELSE
              MOVE 'TERMINE' TO WS-JP-STATUT(WS-IDX)
      *>       le point de controle est rafraichi etape par etape :
           END-IF.
           CLOSE NIGHTRUN-CKP.

      *> passe terminee : la fenetre doit avoir ete fermee par
      *> l'etape de vidage ; sinon elle est fermee ici, la file
      *> OPATTENTE.DAT attendant le prochain vidage
       0850-CONTROLER-FENETRE.
           MOVE 'L' TO WS-FN-ACTION.
           CALL 'fenetrenuit' USING WS-FN-ACTION, WS-FN-ETAT,
              WS-FN-ETAPE, WS-FN-TRAITES.
           IF WS-FN-ETAT NOT = 'OUVERTE'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'F' TO WS-FN-ACTION.
           MOVE 'nightrunbatch' TO WS-FN-ETAPE.
           CALL 'fenetrenuit' USING WS-FN-ACTION, WS-FN-ETAT,
              WS-FN-ETAPE, WS-FN-TRAITES.
           MOVE SPACES TO NIGHTRUN-RPT-LINE.
           STRING "*** FENETRE DE NUIT FERMEE SANS VIDAGE DE LA "
              "FILE OPATTENTE.DAT (ETAPE opattentebatch ABSENTE)"
              DELIMITED BY SIZE INTO NIGHTRUN-RPT-LINE.
           WRITE NIGHTRUN-RPT-LINE.

      *> passe de rattrapage ou de reprise inscrite pour le controle
      *> du matin
       0900-INSCRIRE-PASSE.
           MOVE WS-BD-DATE-ISO TO RT-DATE-PASSE.
           MOVE SPACES TO RT-DATE-LANCEMENT.
           STRING WS-HORLOGE-NUM(1:4) '-' WS-HORLOGE-NUM(5:2) '-'
              WS-HORLOGE-NUM(7:2) DELIMITED BY SIZE
              INTO RT-DATE-LANCEMENT.
           MOVE WS-PS-HEURE-DEBUT TO RT-HEURE-DEBUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RT-HEURE-FIN.
           MOVE WS-PS-TYPE(WS-PS-IDX) TO RT-TYPE.
           MOVE WS-PASSE-STATUT TO RT-STATUT.
           MOVE WS-PS-NB-ETAPES TO RT-NB-ETAPES.
           OPEN EXTEND NIGHTRATT.
           IF WS-NIGHTRATT-STATUS = "35"
              OPEN OUTPUT NIGHTRATT
           END-IF.
           WRITE NIGHTRATT-RECORD.
           CLOSE NIGHTRATT.

       END PROGRAM nightrunbatch.
