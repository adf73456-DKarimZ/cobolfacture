       IDENTIFICATION DIVISION.
       PROGRAM-ID. simulposte.
       AUTHOR. D.KISAMA.

      *> Simulation des batchs de postage (meme style d'appel que
      *> busdate) : interetbatch, agiosbatch, fraisminbatch et
      *> forfaitbillbatch peuvent tourner a blanc pour que la
      *> finance voie ce qui sera poste avant le vrai passage, au
      *> lieu d'extourner apres coup. L-SP-ACTION :
      *>   - 'M' (mode) en debut de passage : rend REEL ou
      *>     SIMULATION. Le mode vient d'abord de la variable
      *>     d'environnement BATCHMODE, posee par nightrunbatch
      *>     depuis la colonne mode de l'etape dans JOBPLAN.DAT, a
      *>     defaut de la ligne du programme dans SIMULPARM.DAT
      *>     (programme, mode). En SIMULATION la variable est posee
      *>     pour les modules appeles (commisionfrais ne journalise
      *>     alors rien) ; en REEL la derniere simulation du passage
      *>     SIMUL_<cle>.DAT est chargee pour le rapprochement ;
      *>   - 'P' (poste) pour chaque ecriture calculee : en
      *>     SIMULATION elle part au fichier de simulation et au
      *>     rapport d'apercu SIMUL_<cle>.RPT, compte par compte ;
      *>     en REEL elle est rapprochee de la simulation ;
      *>   - 'N' (note) : ligne d'information de l'apercu (frais
      *>     suspendu, forfait inconnu...), ignoree en REEL ;
      *>   - 'F' (fin) : totaux de controle par type d'ecriture ;
      *>     en SIMULATION l'apercu est clos et inscrit au spool, en
      *>     REEL le rapport d'ecarts ECART_<cle>.RPT liste chaque
      *>     compte dont le montant poste differe du montant simule
      *>     (ou qui n'apparait que d'un cote) et les totaux simules,
      *>     postes et leur ecart.
      *> Un passage simule n'ecrit rien dans GENERESQL.SQL,
      *> GENERUPDATE.SQL, OPJOURNAL.DAT, COMPTES.DAT ni FEESLEDG.DAT
      *> et ne consomme aucun numero de seqbloc : c'est a l'appelant
      *> de sauter ces ecritures quand le mode rendu est SIMULATION.
      *> La cle du passage (L-SP-CLE) est le nom du programme, suivi
      *> de la partition pour un interetbatch partitionne.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SIMULPARM ASSIGN TO "SIMULPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SIMULPARM-STATUS.

           SELECT SIMUL-DONNEES ASSIGN TO WS-NOM-DONNEES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DONNEES-STATUS.

           SELECT SIMUL-RPT ASSIGN TO WS-NOM-RAPPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SIMULPARM.
       01 SIMULPARM-RECORD.
           05 SPM-PROGRAMME      PIC X(20).
           05 SPM-MODE           PIC X(10).

      *> ecritures de la derniere simulation du passage
       FD SIMUL-DONNEES.
       01 SIMUL-DONNEES-RECORD.
           05 SPD-DATE           PIC X(10).
           05 SPD-COMPTEID       PIC 9(5).
           05 SPD-IDCLIENT       PIC 9(5).
           05 SPD-TYPE           PIC X(25).
           05 SPD-MONTANT        PIC S9(9)V99.

       FD SIMUL-RPT.
       01 SIMUL-RPT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SIMULPARM-STATUS    PIC X(2).
       01 WS-DONNEES-STATUS      PIC X(2).
       01 WS-EOF                 PIC X(3).

       01 WS-MODE                PIC X(10) VALUE 'REEL'.
       01 WS-ENV-MODE            PIC X(10).
       01 WS-CLE                 PIC X(20).
       01 WS-NOM-DONNEES         PIC X(40).
       01 WS-NOM-RAPPORT         PIC X(40).
       01 WS-SPOOL-NOM           PIC X(20).
       01 WS-SPOOL-FICHIER       PIC X(20).

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-BD-ACTION           PIC X.

      *> ecritures de la derniere simulation, rapprochees une a une
      *> des ecritures du passage reel (meme compte, meme type)
       01 WS-SIMUL-CHARGEE       PIC X(3) VALUE 'NON'.
       01 WS-SIMUL-DATE          PIC X(10).
       01 WS-SE-TABLE.
           05 WS-SE-ENTRY OCCURS 5000 TIMES.
              10 WS-SE-COMPTEID      PIC 9(5).
              10 WS-SE-TYPE          PIC X(25).
              10 WS-SE-SIMULE        PIC S9(9)V99.
              10 WS-SE-REEL          PIC S9(9)V99.
              10 WS-SE-RAPPROCHE     PIC X(3).
       01 WS-SE-COUNT            PIC 9(4) VALUE 0.
       01 WS-SE-IDX              PIC 9(4).
       01 WS-SE-TROUVE           PIC 9(4).
       01 WS-SE-TRONQUE          PIC X(3) VALUE 'NON'.

      *> totaux de controle par type d'ecriture
       01 WS-TT-TABLE.
           05 WS-TT-ENTRY OCCURS 10 TIMES.
              10 WS-TT-TYPE          PIC X(25).
              10 WS-TT-NB-SIMULE     PIC 9(7).
              10 WS-TT-SIMULE        PIC S9(11)V99.
              10 WS-TT-NB-REEL       PIC 9(7).
              10 WS-TT-REEL          PIC S9(11)V99.
       01 WS-TT-COUNT            PIC 9(2) VALUE 0.
       01 WS-TT-IDX              PIC 9(2).
       01 WS-TT-TROUVE           PIC 9(2).
       01 WS-TT-TYPE-CHERCHE     PIC X(25).

       01 WS-NB-ECARTS           PIC 9(7).
       01 WS-TOTAL-SIMULE        PIC S9(11)V99.
       01 WS-TOTAL-REEL          PIC S9(11)V99.
       01 WS-ECART               PIC S9(11)V99.

       01 WS-ED-MONTANT          PIC -(9)9.99.
       01 WS-ED-SIMULE           PIC -(11)9.99.
       01 WS-ED-REEL             PIC -(11)9.99.
       01 WS-ED-ECART            PIC -(11)9.99.

       LINKAGE SECTION.
       77 L-SP-ACTION            PIC X.
       77 L-SP-PROGRAMME         PIC X(20).
       77 L-SP-CLE               PIC X(20).
       77 L-SP-COMPTEID          PIC 9(5).
       77 L-SP-IDCLIENT          PIC 9(5).
       77 L-SP-TYPE              PIC X(25).
       77 L-SP-MONTANT           PIC S9(9)V99.
       77 L-SP-DETAIL            PIC X(40).
       77 L-SP-MODE              PIC X(10).

       PROCEDURE DIVISION USING L-SP-ACTION, L-SP-PROGRAMME,
              L-SP-CLE, L-SP-COMPTEID, L-SP-IDCLIENT, L-SP-TYPE,
              L-SP-MONTANT, L-SP-DETAIL, L-SP-MODE.

       0100-MAIN-MPROCEDURE.
           EVALUATE L-SP-ACTION
              WHEN 'M'
                 PERFORM 0200-DETERMINER-MODE
              WHEN 'P'
                 IF WS-MODE = 'SIMULATION'
                    PERFORM 0400-SIMULER-ECRITURE
                 ELSE
                    PERFORM 0500-RAPPROCHER-ECRITURE
                 END-IF
              WHEN 'N'
                 IF WS-MODE = 'SIMULATION'
                    PERFORM 0450-NOTER
                 END-IF
              WHEN 'F'
                 IF WS-MODE = 'SIMULATION'
                    PERFORM 0600-CLORE-SIMULATION
                 ELSE
                    PERFORM 0700-ECRIRE-ECARTS
                 END-IF
           END-EVALUATE.
           MOVE WS-MODE TO L-SP-MODE.
           GOBACK.

      *>------------------------------------------------------------------------
      *> mode du passage : l'etape du plan de nuit prime, le fichier
      *> de parametres sert aux lancements hors chaine
      *>------------------------------------------------------------------------
       0200-DETERMINER-MODE.
           MOVE 'REEL' TO WS-MODE.
           MOVE 'NON' TO WS-SIMUL-CHARGEE.
           MOVE ZEROES TO WS-SE-COUNT.
           MOVE ZEROES TO WS-TT-COUNT.
           MOVE 'NON' TO WS-SE-TRONQUE.
           MOVE L-SP-CLE TO WS-CLE.
           INSPECT WS-CLE CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NOM-DONNEES.
           STRING 'SIMUL_' WS-CLE DELIMITED BY SPACE
              '.DAT' DELIMITED BY SIZE INTO WS-NOM-DONNEES.

           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.

           MOVE SPACES TO WS-ENV-MODE.
           ACCEPT WS-ENV-MODE
              FROM ENVIRONMENT "BATCHMODE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-MODE NOT = SPACES
              MOVE WS-ENV-MODE TO WS-MODE
           ELSE
              PERFORM 0210-LIRE-SIMULPARM
           END-IF.
           IF WS-MODE NOT = 'SIMULATION'
              MOVE 'REEL' TO WS-MODE
           END-IF.

           IF WS-MODE = 'SIMULATION'
              PERFORM 0300-OUVRIR-SIMULATION
           ELSE
              PERFORM 0250-CHARGER-SIMULATION
           END-IF.

       0210-LIRE-SIMULPARM.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SIMULPARM.
           IF WS-SIMULPARM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SIMULPARM
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF SPM-PROGRAMME = L-SP-PROGRAMME
                 MOVE SPM-MODE TO WS-MODE
              END-IF
              READ SIMULPARM
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SIMULPARM.

       0250-CHARGER-SIMULATION.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SIMUL-DONNEES.
           IF WS-DONNEES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SIMUL-DONNEES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE 'OUI' TO WS-SIMUL-CHARGEE
              MOVE SPD-DATE TO WS-SIMUL-DATE
              IF WS-SE-COUNT < 5000
                 ADD 1 TO WS-SE-COUNT
                 MOVE SPD-COMPTEID TO WS-SE-COMPTEID(WS-SE-COUNT)
                 MOVE SPD-TYPE TO WS-SE-TYPE(WS-SE-COUNT)
                 MOVE SPD-MONTANT TO WS-SE-SIMULE(WS-SE-COUNT)
                 MOVE ZEROES TO WS-SE-REEL(WS-SE-COUNT)
                 MOVE 'NON' TO WS-SE-RAPPROCHE(WS-SE-COUNT)
                 MOVE SPD-TYPE TO WS-TT-TYPE-CHERCHE
                 PERFORM 0800-TROUVER-TYPE
                 IF WS-TT-TROUVE > 0
                    ADD 1 TO WS-TT-NB-SIMULE(WS-TT-TROUVE)
                    ADD SPD-MONTANT TO WS-TT-SIMULE(WS-TT-TROUVE)
                 END-IF
              ELSE
                 MOVE 'OUI' TO WS-SE-TRONQUE
              END-IF
              READ SIMUL-DONNEES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SIMUL-DONNEES.

      *> la simulation precedente du passage est remplacee ; les
      *> modules appeles voient le mode par l'environnement
       0300-OUVRIR-SIMULATION.
           DISPLAY "BATCHMODE" UPON ENVIRONMENT-NAME.
           DISPLAY "SIMULATION" UPON ENVIRONMENT-VALUE.

           OPEN OUTPUT SIMUL-DONNEES.
           MOVE SPACES TO WS-NOM-RAPPORT.
           STRING 'SIMUL_' WS-CLE DELIMITED BY SPACE
              '.RPT' DELIMITED BY SIZE INTO WS-NOM-RAPPORT.
           OPEN OUTPUT SIMUL-RPT.
           MOVE SPACES TO SIMUL-RPT-LINE.
           STRING "SIMULATION DU PASSAGE " L-SP-CLE
              " AU " WS-TODAY-ISO " - AUCUNE ECRITURE PASSEE"
              DELIMITED BY SIZE INTO SIMUL-RPT-LINE.
           WRITE SIMUL-RPT-LINE.
           MOVE SPACES TO SIMUL-RPT-LINE.
           WRITE SIMUL-RPT-LINE.

       0400-SIMULER-ECRITURE.
           MOVE WS-TODAY-ISO TO SPD-DATE.
           MOVE L-SP-COMPTEID TO SPD-COMPTEID.
           MOVE L-SP-IDCLIENT TO SPD-IDCLIENT.
           MOVE L-SP-TYPE TO SPD-TYPE.
           MOVE L-SP-MONTANT TO SPD-MONTANT.
           WRITE SIMUL-DONNEES-RECORD.

           MOVE L-SP-MONTANT TO WS-ED-MONTANT.
           MOVE SPACES TO SIMUL-RPT-LINE.
           STRING "CPTE " L-SP-COMPTEID " CLIENT " L-SP-IDCLIENT
              " " L-SP-TYPE " " WS-ED-MONTANT " " L-SP-DETAIL
              DELIMITED BY SIZE INTO SIMUL-RPT-LINE.
           WRITE SIMUL-RPT-LINE.

           MOVE L-SP-TYPE TO WS-TT-TYPE-CHERCHE.
           PERFORM 0800-TROUVER-TYPE.
           IF WS-TT-TROUVE > 0
              ADD 1 TO WS-TT-NB-SIMULE(WS-TT-TROUVE)
              ADD L-SP-MONTANT TO WS-TT-SIMULE(WS-TT-TROUVE)
           END-IF.

       0450-NOTER.
           MOVE SPACES TO SIMUL-RPT-LINE.
           STRING "CPTE " L-SP-COMPTEID " CLIENT " L-SP-IDCLIENT
              " " L-SP-DETAIL
              DELIMITED BY SIZE INTO SIMUL-RPT-LINE.
           WRITE SIMUL-RPT-LINE.

      *> ecriture reelle : premiere ecriture simulee non encore
      *> rapprochee du meme compte et du meme type, sinon ecriture
      *> absente de la simulation
       0500-RAPPROCHER-ECRITURE.
           MOVE L-SP-TYPE TO WS-TT-TYPE-CHERCHE.
           PERFORM 0800-TROUVER-TYPE.
           IF WS-TT-TROUVE > 0
              ADD 1 TO WS-TT-NB-REEL(WS-TT-TROUVE)
              ADD L-SP-MONTANT TO WS-TT-REEL(WS-TT-TROUVE)
           END-IF.
           IF WS-SIMUL-CHARGEE = 'NON'
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-SE-TROUVE.
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
              UNTIL WS-SE-IDX > WS-SE-COUNT
                 OR WS-SE-TROUVE > 0
              IF WS-SE-COMPTEID(WS-SE-IDX) = L-SP-COMPTEID
                 AND WS-SE-TYPE(WS-SE-IDX) = L-SP-TYPE
                 AND WS-SE-RAPPROCHE(WS-SE-IDX) = 'NON'
                 MOVE WS-SE-IDX TO WS-SE-TROUVE
              END-IF
           END-PERFORM.
           IF WS-SE-TROUVE = 0
              IF WS-SE-COUNT < 5000
                 ADD 1 TO WS-SE-COUNT
                 MOVE WS-SE-COUNT TO WS-SE-TROUVE
                 MOVE L-SP-COMPTEID TO WS-SE-COMPTEID(WS-SE-TROUVE)
                 MOVE L-SP-TYPE TO WS-SE-TYPE(WS-SE-TROUVE)
                 MOVE ZEROES TO WS-SE-SIMULE(WS-SE-TROUVE)
              ELSE
                 MOVE 'OUI' TO WS-SE-TRONQUE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE L-SP-MONTANT TO WS-SE-REEL(WS-SE-TROUVE).
           MOVE 'OUI' TO WS-SE-RAPPROCHE(WS-SE-TROUVE).

       0600-CLORE-SIMULATION.
           CLOSE SIMUL-DONNEES.
           PERFORM 0650-ECRIRE-TOTAUX.
           CLOSE SIMUL-RPT.

           MOVE SPACES TO WS-SPOOL-NOM.
           STRING 'SIMUL_' WS-CLE DELIMITED BY SPACE
              INTO WS-SPOOL-NOM.
           MOVE WS-NOM-RAPPORT TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE SPACES TO WS-ENV-MODE.
           DISPLAY "BATCHMODE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ENV-MODE UPON ENVIRONMENT-VALUE.

      *> totaux de controle : nombre et montant par type, simules
      *> seuls ou simules contre postes
       0650-ECRIRE-TOTAUX.
           MOVE ZEROES TO WS-TOTAL-SIMULE.
           MOVE ZEROES TO WS-TOTAL-REEL.
           MOVE SPACES TO SIMUL-RPT-LINE.
           WRITE SIMUL-RPT-LINE.
           MOVE "TOTAUX DE CONTROLE PAR TYPE D'ECRITURE"
             TO SIMUL-RPT-LINE.
           WRITE SIMUL-RPT-LINE.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
              UNTIL WS-TT-IDX > WS-TT-COUNT
              ADD WS-TT-SIMULE(WS-TT-IDX) TO WS-TOTAL-SIMULE
              ADD WS-TT-REEL(WS-TT-IDX) TO WS-TOTAL-REEL
              MOVE WS-TT-SIMULE(WS-TT-IDX) TO WS-ED-SIMULE
              MOVE SPACES TO SIMUL-RPT-LINE
              IF WS-MODE = 'SIMULATION'
                 STRING "  " WS-TT-TYPE(WS-TT-IDX)
                    " ECRITURES: " WS-TT-NB-SIMULE(WS-TT-IDX)
                    " MONTANT: " WS-ED-SIMULE
                    DELIMITED BY SIZE INTO SIMUL-RPT-LINE
              ELSE
                 MOVE WS-TT-REEL(WS-TT-IDX) TO WS-ED-REEL
                 COMPUTE WS-ECART = WS-TT-REEL(WS-TT-IDX)
                    - WS-TT-SIMULE(WS-TT-IDX)
                 MOVE WS-ECART TO WS-ED-ECART
                 STRING "  " WS-TT-TYPE(WS-TT-IDX)
                    " SIMULE: " WS-TT-NB-SIMULE(WS-TT-IDX)
                    WS-ED-SIMULE
                    " POSTE: " WS-TT-NB-REEL(WS-TT-IDX) WS-ED-REEL
                    " ECART: " WS-ED-ECART
                    DELIMITED BY SIZE INTO SIMUL-RPT-LINE
              END-IF
              WRITE SIMUL-RPT-LINE
           END-PERFORM.
           MOVE WS-TOTAL-SIMULE TO WS-ED-SIMULE.
           MOVE SPACES TO SIMUL-RPT-LINE.
           IF WS-MODE = 'SIMULATION'
              STRING "  TOTAL GENERAL" " MONTANT: " WS-ED-SIMULE
                 DELIMITED BY SIZE INTO SIMUL-RPT-LINE
           ELSE
              MOVE WS-TOTAL-REEL TO WS-ED-REEL
              COMPUTE WS-ECART = WS-TOTAL-REEL - WS-TOTAL-SIMULE
              MOVE WS-ECART TO WS-ED-ECART
              STRING "  TOTAL GENERAL SIMULE: " WS-ED-SIMULE
                 " POSTE: " WS-ED-REEL " ECART: " WS-ED-ECART
                 DELIMITED BY SIZE INTO SIMUL-RPT-LINE
           END-IF.
           WRITE SIMUL-RPT-LINE.

      *>------------------------------------------------------------------------
      *> passage reel : ecarts contre la derniere simulation ; sans
      *> simulation prealable il n'y a rien a comparer
      *>------------------------------------------------------------------------
       0700-ECRIRE-ECARTS.
           IF WS-SIMUL-CHARGEE = 'NON'
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NOM-RAPPORT.
           STRING 'ECART_' WS-CLE DELIMITED BY SPACE
              '.RPT' DELIMITED BY SIZE INTO WS-NOM-RAPPORT.
           OPEN OUTPUT SIMUL-RPT.
           MOVE SPACES TO SIMUL-RPT-LINE.
           STRING "ECARTS DU PASSAGE " L-SP-CLE " DU " WS-TODAY-ISO
              " CONTRE LA SIMULATION DU " WS-SIMUL-DATE
              DELIMITED BY SIZE INTO SIMUL-RPT-LINE.
           WRITE SIMUL-RPT-LINE.
           IF WS-SE-TRONQUE = 'OUI'
              MOVE "*** SIMULATION TROP LONGUE : ECARTS INCOMPLETS"
                TO SIMUL-RPT-LINE
              WRITE SIMUL-RPT-LINE
           END-IF.
           MOVE SPACES TO SIMUL-RPT-LINE.
           WRITE SIMUL-RPT-LINE.

           MOVE ZEROES TO WS-NB-ECARTS.
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
              UNTIL WS-SE-IDX > WS-SE-COUNT
              IF WS-SE-REEL(WS-SE-IDX) NOT = WS-SE-SIMULE(WS-SE-IDX)
                 OR WS-SE-RAPPROCHE(WS-SE-IDX) = 'NON'
                 PERFORM 0710-ECRIRE-ECART
              END-IF
           END-PERFORM.
           IF WS-NB-ECARTS = 0
              MOVE "  AUCUN ECART PAR COMPTE" TO SIMUL-RPT-LINE
              WRITE SIMUL-RPT-LINE
           END-IF.

           PERFORM 0650-ECRIRE-TOTAUX.
           CLOSE SIMUL-RPT.

           MOVE SPACES TO WS-SPOOL-NOM.
           STRING 'ECART_' WS-CLE DELIMITED BY SPACE
              INTO WS-SPOOL-NOM.
           MOVE WS-NOM-RAPPORT TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

       0710-ECRIRE-ECART.
           ADD 1 TO WS-NB-ECARTS.
           MOVE WS-SE-SIMULE(WS-SE-IDX) TO WS-ED-SIMULE.
           MOVE WS-SE-REEL(WS-SE-IDX) TO WS-ED-REEL.
           COMPUTE WS-ECART = WS-SE-REEL(WS-SE-IDX)
              - WS-SE-SIMULE(WS-SE-IDX).
           MOVE WS-ECART TO WS-ED-ECART.
           MOVE SPACES TO SIMUL-RPT-LINE.
           IF WS-SE-RAPPROCHE(WS-SE-IDX) = 'NON'
              STRING "  CPTE " WS-SE-COMPTEID(WS-SE-IDX) " "
                 WS-SE-TYPE(WS-SE-IDX) " SIMULE: " WS-ED-SIMULE
                 " NON POSTE"
                 DELIMITED BY SIZE INTO SIMUL-RPT-LINE
           ELSE
              STRING "  CPTE " WS-SE-COMPTEID(WS-SE-IDX) " "
                 WS-SE-TYPE(WS-SE-IDX) " SIMULE: " WS-ED-SIMULE
                 " POSTE: " WS-ED-REEL " ECART: " WS-ED-ECART
                 DELIMITED BY SIZE INTO SIMUL-RPT-LINE
           END-IF.
           WRITE SIMUL-RPT-LINE.

       0800-TROUVER-TYPE.
           MOVE ZEROES TO WS-TT-TROUVE.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
              UNTIL WS-TT-IDX > WS-TT-COUNT
                 OR WS-TT-TROUVE > 0
              IF WS-TT-TYPE(WS-TT-IDX) = WS-TT-TYPE-CHERCHE
                 MOVE WS-TT-IDX TO WS-TT-TROUVE
              END-IF
           END-PERFORM.
           IF WS-TT-TROUVE = 0 AND WS-TT-COUNT < 10
              ADD 1 TO WS-TT-COUNT
              MOVE WS-TT-COUNT TO WS-TT-TROUVE
              MOVE WS-TT-TYPE-CHERCHE TO WS-TT-TYPE(WS-TT-TROUVE)
              MOVE ZEROES TO WS-TT-NB-SIMULE(WS-TT-TROUVE)
              MOVE ZEROES TO WS-TT-SIMULE(WS-TT-TROUVE)
              MOVE ZEROES TO WS-TT-NB-REEL(WS-TT-TROUVE)
              MOVE ZEROES TO WS-TT-REEL(WS-TT-TROUVE)
           END-IF.

       END PROGRAM simulposte.
