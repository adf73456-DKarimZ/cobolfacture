       IDENTIFICATION DIVISION.
       PROGRAM-ID. surendrptbatch.
       AUTHOR. D.KISAMA.

      *> Etat mensuel des dossiers de surendettement : a placer dans
      *> JOBPLAN.DAT en fin de mois. Liste les dossiers ouverts du
      *> registre SURENDET.DAT (voir SURENDET.cpy) -- DEPOSE,
      *> ADMISSIBLE ou PLAN --, pour chacun les montants suspendus
      *> depuis la recevabilite, par origine, tels que journalises
      *> par surendcheck dans SURENDMVT.DAT (voir SURENDMVT.cpy),
      *> dont ceux du mois, puis le respect du plan : versements
      *> presentes par pretprelevbatch, payes et impayes (A JOUR tant
      *> qu'aucun versement n'est reste impaye, EN DEFAUT sinon).
      *> Le rapport SURENDET.RPT est inscrit au spool retenu sous le
      *> nom SURENDET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SURENDET ASSIGN TO "SURENDET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SURENDET-STATUS.

           SELECT SURENDMVT ASSIGN TO "SURENDMVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SURENDMVT-STATUS.

           SELECT SURENDET-RPT ASSIGN TO "SURENDET.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SURENDET.
           COPY "SURENDET.cpy".

       FD SURENDMVT.
           COPY "SURENDMVT.cpy".

       FD SURENDET-RPT.
       01 SURENDET-RPT-LINE      PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-SURENDET-STATUS     PIC X(2).
       01 WS-SURENDMVT-STATUS    PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> dossiers ouverts et cumuls des montants suspendus
       01 WS-DO-TABLE.
           05 WS-DO-ENTRY OCCURS 300 TIMES.
              10 WS-DO-DOSSIERID       PIC 9(5).
              10 WS-DO-IDCLIENT        PIC 9(5).
              10 WS-DO-STATUT          PIC X(10).
              10 WS-DO-DATE-DECL       PIC X(10).
              10 WS-DO-DATE-RECEV      PIC X(10).
              10 WS-DO-PLAN-DUREE      PIC 9(3).
              10 WS-DO-PLAN-MENS       PIC 9(7)V99.
              10 WS-DO-PLAN-PROCH      PIC X(10).
              10 WS-DO-NB-PAYES        PIC 9(3).
              10 WS-DO-NB-IMPAYES      PIC 9(3).
              10 WS-DO-ECHEANCES       PIC 9(9)V99.
              10 WS-DO-AGIOS           PIC 9(9)V99.
              10 WS-DO-FRAIS           PIC 9(9)V99.
              10 WS-DO-MOIS            PIC 9(9)V99.
              10 WS-DO-VERSE           PIC 9(9)V99.
       01 WS-DO-COUNT            PIC 9(3) VALUE 0.
       01 WS-DO-IDX              PIC 9(3).
       01 WS-DO-TRONQUE          PIC X(3) VALUE 'NON'.

       01 WS-MOIS-ISO            PIC X(7).
       01 WS-SUSPENDU            PIC 9(9)V99.
       01 WS-RESPECT             PIC X(9).

       01 WS-ED-MONTANT1         PIC Z(8)9.99.
       01 WS-ED-MONTANT2         PIC Z(8)9.99.
       01 WS-ED-MONTANT3         PIC Z(8)9.99.
       01 WS-ED-MONTANT4         PIC Z(8)9.99.
       01 WS-ED-MONTANT5         PIC Z(8)9.99.
       01 WS-ED-NB               PIC ZZ9.

       01 WS-NB-DOSSIERS         PIC 9(7) VALUE 0.
       01 WS-NB-DEPOSES          PIC 9(7) VALUE 0.
       01 WS-NB-ADMISSIBLES      PIC 9(7) VALUE 0.
       01 WS-NB-PLANS            PIC 9(7) VALUE 0.
       01 WS-NB-DEFAUTS          PIC 9(7) VALUE 0.
       01 WS-TOT-SUSPENDU        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-MOIS            PIC 9(9)V99 VALUE 0.
       01 WS-TOT-VERSE           PIC 9(9)V99 VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'surendrptbatch'.
       01 WS-BR-HEURE-DEBUT     PIC X(6).
       01 WS-BR-RECORDS         PIC 9(7).
       01 WS-BR-FAILED          PIC 9(7).
       01 WS-BR-STATUT          PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.
           MOVE WS-TODAY-ISO(1:7) TO WS-MOIS-ISO.

           OPEN OUTPUT SURENDET-RPT.
           MOVE SPACES TO SURENDET-RPT-LINE.
           STRING "DOSSIERS DE SURENDETTEMENT OUVERTS AU "
              WS-TODAY-ISO
              DELIMITED BY SIZE INTO SURENDET-RPT-LINE.
           WRITE SURENDET-RPT-LINE.

           PERFORM 0200-CHARGER-DOSSIERS.
           IF WS-DO-TRONQUE = 'OUI'
              MOVE "*** TROP DE DOSSIERS OUVERTS : ARRET"
                TO SURENDET-RPT-LINE
              WRITE SURENDET-RPT-LINE
              CLOSE SURENDET-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-DO-COUNT > 0
              PERFORM 0300-CUMULER-SUSPENSIONS
           END-IF.
           PERFORM VARYING WS-DO-IDX FROM 1 BY 1
              UNTIL WS-DO-IDX > WS-DO-COUNT
              PERFORM 0400-ECRIRE-DOSSIER
           END-PERFORM.

           MOVE SPACES TO SURENDET-RPT-LINE.
           WRITE SURENDET-RPT-LINE.
           MOVE SPACES TO SURENDET-RPT-LINE.
           STRING "DOSSIERS OUVERTS: " WS-NB-DOSSIERS
              "  DEPOSES: " WS-NB-DEPOSES
              "  RECEVABLES: " WS-NB-ADMISSIBLES
              "  EN PLAN: " WS-NB-PLANS
              "  PLANS EN DEFAUT: " WS-NB-DEFAUTS
              DELIMITED BY SIZE INTO SURENDET-RPT-LINE.
           WRITE SURENDET-RPT-LINE.
           MOVE WS-TOT-SUSPENDU TO WS-ED-MONTANT1.
           MOVE WS-TOT-MOIS TO WS-ED-MONTANT2.
           MOVE WS-TOT-VERSE TO WS-ED-MONTANT3.
           MOVE SPACES TO SURENDET-RPT-LINE.
           STRING "TOTAL SUSPENDU: " WS-ED-MONTANT1
              "  DONT CE MOIS: " WS-ED-MONTANT2
              "  VERSE AU TITRE DES PLANS: " WS-ED-MONTANT3
              DELIMITED BY SIZE INTO SURENDET-RPT-LINE.
           WRITE SURENDET-RPT-LINE.
           CLOSE SURENDET-RPT.

           MOVE 'SURENDET' TO WS-SPOOL-NOM.
           MOVE 'SURENDET.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NB-DOSSIERS TO WS-BR-RECORDS.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

      *>------------------------------------------------------------------------
      *> dossiers ouverts du registre
      *>------------------------------------------------------------------------
       0200-CHARGER-DOSSIERS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SURENDET.
           IF WS-SURENDET-STATUS NOT = "00"
              MOVE "AUCUN DOSSIER DE SURENDETTEMENT"
                TO SURENDET-RPT-LINE
              WRITE SURENDET-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           READ SURENDET
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF SD-STATUT = 'DEPOSE' OR SD-STATUT = 'ADMISSIBLE'
                 OR SD-STATUT = 'PLAN'
                 IF WS-DO-COUNT < 300
                    ADD 1 TO WS-DO-COUNT
                    INITIALIZE WS-DO-ENTRY(WS-DO-COUNT)
                    MOVE SD-DOSSIERID TO WS-DO-DOSSIERID(WS-DO-COUNT)
                    MOVE SD-IDCLIENT TO WS-DO-IDCLIENT(WS-DO-COUNT)
                    MOVE SD-STATUT TO WS-DO-STATUT(WS-DO-COUNT)
                    MOVE SD-DATE-DECLARATION
                      TO WS-DO-DATE-DECL(WS-DO-COUNT)
                    MOVE SD-DATE-RECEVABILITE
                      TO WS-DO-DATE-RECEV(WS-DO-COUNT)
                    MOVE SD-PLAN-DUREE TO WS-DO-PLAN-DUREE(WS-DO-COUNT)
                    MOVE SD-PLAN-MENSUALITE
                      TO WS-DO-PLAN-MENS(WS-DO-COUNT)
                    MOVE SD-PLAN-PROCHAINE
                      TO WS-DO-PLAN-PROCH(WS-DO-COUNT)
                    MOVE SD-PLAN-NB-PAYES TO WS-DO-NB-PAYES(WS-DO-COUNT)
                    MOVE SD-PLAN-NB-IMPAYES
                      TO WS-DO-NB-IMPAYES(WS-DO-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-DO-TRONQUE
                 END-IF
              END-IF
              READ SURENDET
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SURENDET.

      *>------------------------------------------------------------------------
      *> un seul passage du journal : chaque mouvement posterieur a
      *> la recevabilite du dossier ouvert du client est cumule
      *>------------------------------------------------------------------------
       0300-CUMULER-SUSPENSIONS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SURENDMVT.
           IF WS-SURENDMVT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SURENDMVT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              PERFORM VARYING WS-DO-IDX FROM 1 BY 1
                 UNTIL WS-DO-IDX > WS-DO-COUNT
                 IF WS-DO-IDCLIENT(WS-DO-IDX) = SM-IDCLIENT
                    AND WS-DO-DATE-RECEV(WS-DO-IDX) NOT = SPACES
                    AND SM-DATE NOT < WS-DO-DATE-RECEV(WS-DO-IDX)
                    PERFORM 0310-CUMULER-MOUVEMENT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              READ SURENDMVT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SURENDMVT.

       0310-CUMULER-MOUVEMENT.
           EVALUATE SM-ORIGINE
              WHEN 'ECHEANCE PRET'
                 ADD SM-MONTANT TO WS-DO-ECHEANCES(WS-DO-IDX)
              WHEN 'INTERETS DEBITEURS'
                 ADD SM-MONTANT TO WS-DO-AGIOS(WS-DO-IDX)
              WHEN 'FRAIS INCIDENT'
                 ADD SM-MONTANT TO WS-DO-FRAIS(WS-DO-IDX)
              WHEN 'VERSEMENT PLAN'
                 ADD SM-MONTANT TO WS-DO-VERSE(WS-DO-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF SM-DATE(1:7) = WS-MOIS-ISO
              AND SM-ORIGINE NOT = 'VERSEMENT PLAN'
              AND SM-ORIGINE NOT = 'VERSEMENT IMPAYE'
              ADD SM-MONTANT TO WS-DO-MOIS(WS-DO-IDX)
           END-IF.

      *>------------------------------------------------------------------------
      *> deux lignes par dossier : suspensions, puis plan
      *>------------------------------------------------------------------------
       0400-ECRIRE-DOSSIER.
           ADD 1 TO WS-NB-DOSSIERS.
           EVALUATE WS-DO-STATUT(WS-DO-IDX)
              WHEN 'DEPOSE'
                 ADD 1 TO WS-NB-DEPOSES
              WHEN 'ADMISSIBLE'
                 ADD 1 TO WS-NB-ADMISSIBLES
              WHEN OTHER
                 ADD 1 TO WS-NB-PLANS
           END-EVALUATE.

           COMPUTE WS-SUSPENDU = WS-DO-ECHEANCES(WS-DO-IDX)
              + WS-DO-AGIOS(WS-DO-IDX) + WS-DO-FRAIS(WS-DO-IDX).
           ADD WS-SUSPENDU TO WS-TOT-SUSPENDU.
           ADD WS-DO-MOIS(WS-DO-IDX) TO WS-TOT-MOIS.
           ADD WS-DO-VERSE(WS-DO-IDX) TO WS-TOT-VERSE.

           MOVE SPACES TO SURENDET-RPT-LINE.
           WRITE SURENDET-RPT-LINE.
           MOVE SPACES TO SURENDET-RPT-LINE.
           STRING "DOSSIER " WS-DO-DOSSIERID(WS-DO-IDX)
              " CLIENT " WS-DO-IDCLIENT(WS-DO-IDX)
              " " WS-DO-STATUT(WS-DO-IDX)
              " DEPOSE LE " WS-DO-DATE-DECL(WS-DO-IDX)
              " RECEVABLE LE " WS-DO-DATE-RECEV(WS-DO-IDX)
              DELIMITED BY SIZE INTO SURENDET-RPT-LINE.
           WRITE SURENDET-RPT-LINE.

           MOVE WS-DO-ECHEANCES(WS-DO-IDX) TO WS-ED-MONTANT1.
           MOVE WS-DO-AGIOS(WS-DO-IDX) TO WS-ED-MONTANT2.
           MOVE WS-DO-FRAIS(WS-DO-IDX) TO WS-ED-MONTANT3.
           MOVE WS-SUSPENDU TO WS-ED-MONTANT4.
           MOVE WS-DO-MOIS(WS-DO-IDX) TO WS-ED-MONTANT5.
           MOVE SPACES TO SURENDET-RPT-LINE.
           STRING "   SUSPENDU ECHEANCES " WS-ED-MONTANT1
              " AGIOS " WS-ED-MONTANT2
              " FRAIS " WS-ED-MONTANT3
              " TOTAL " WS-ED-MONTANT4
              " MOIS " WS-ED-MONTANT5
              DELIMITED BY SIZE INTO SURENDET-RPT-LINE.
           WRITE SURENDET-RPT-LINE.

           IF WS-DO-STATUT(WS-DO-IDX) NOT = 'PLAN'
              EXIT PARAGRAPH
           END-IF.
           IF WS-DO-NB-IMPAYES(WS-DO-IDX) > 0
              MOVE 'EN DEFAUT' TO WS-RESPECT
              ADD 1 TO WS-NB-DEFAUTS
           ELSE
              MOVE 'A JOUR' TO WS-RESPECT
           END-IF.
           MOVE WS-DO-PLAN-MENS(WS-DO-IDX) TO WS-ED-MONTANT1.
           MOVE WS-DO-VERSE(WS-DO-IDX) TO WS-ED-MONTANT2.
           MOVE SPACES TO SURENDET-RPT-LINE.
           STRING "   PLAN " WS-DO-NB-PAYES(WS-DO-IDX)
              " PAYES " WS-DO-NB-IMPAYES(WS-DO-IDX)
              " IMPAYES SUR " WS-DO-PLAN-DUREE(WS-DO-IDX)
              " X " WS-ED-MONTANT1
              " VERSE " WS-ED-MONTANT2
              " PROCHAIN " WS-DO-PLAN-PROCH(WS-DO-IDX)
              " " WS-RESPECT
              DELIMITED BY SIZE INTO SURENDET-RPT-LINE.
           WRITE SURENDET-RPT-LINE.

       END PROGRAM surendrptbatch.
