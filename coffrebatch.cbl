       IDENTIFICATION DIVISION.
       PROGRAM-ID. coffrebatch.
       AUTHOR. D.KISAMA.

      *> Suivi de nuit des coffres-forts loues a la clientele
      *> (registre LOCCOFFRE.DAT tenu par l'ecran COFFRES-FORTS
      *> d'ACTIVITY2BANQ) : a placer dans JOBPLAN.DAT avec les autres
      *> batchs de fin de journee. Pour chaque coffre loue :
      *>  - titulaire declare DECEDE au registre SUCCESSIONS.DAT : le
      *>    coffre passe BLOQUE motif DECES (rattrape un deces declare
      *>    avant la location) ; succession REGLEE : le blocage DECES
      *>    est leve. Un coffre bloque pour deces n'est pas facture,
      *>    le loyer echu l'est apres le reglement ;
      *>  - loyer annuel echu (date anniversaire de la location) :
      *>    tarif de la taille du coffre (COFFREPARM.DAT, 60 / 100 /
      *>    180 EUR si absent) debite via opdebit, porte au journal
      *>    FEESLEDG par commisionfrais (lignes LOCATION COFFRE au
      *>    bareme a zero, montant transmis), puis la paire
      *>    INSERT/UPDATE sequencee habituelle. L'echeance avance
      *>    d'un an et un blocage pour impaye est leve ;
      *>  - debit refuse : relance du client via msgnotif, au plus
      *>    WS-RELANCES-MAX fois espacees de WS-RELANCE-JOURS jours,
      *>    puis coffre BLOQUE motif IMPAYE (visites refusees a
      *>    l'ecran) ; le debit est retente chaque nuit.
      *> Rapport LOCCOFFRE.RPT inscrit au spool.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOCCOFFRE ASSIGN TO "LOCCOFFRE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCCOFFRE-STATUS.

           SELECT SUCCESSIONS ASSIGN TO "SUCCESSIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUCCESSIONS-STATUS.

      *> tarif annuel par taille et regles de relance, fichier
      *> optionnel-avec-defaut comme FONDSPARM.DAT
           SELECT COFFREPARM ASSIGN TO "COFFREPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COFFREPARM-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOCCOFFRE-RPT ASSIGN TO "LOCCOFFRE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOCCOFFRE.
           COPY "LOCCOFFRE.cpy".

       FD SUCCESSIONS.
       01 SUCCESSIONS-RECORD.
           05 SC-IDCLIENT        PIC 9(5).
           05 SC-DATE-DECES      PIC X(10).
           05 SC-PLAFOND-UTILISE PIC 9(5)V99.
           05 SC-STATUT          PIC X(10).

       FD COFFREPARM.
       01 COFFREPARM-RECORD.
           05 KP-TARIF-P         PIC 9(3)V99.
           05 KP-TARIF-M         PIC 9(3)V99.
           05 KP-TARIF-G         PIC 9(3)V99.
           05 KP-RELANCES-MAX    PIC 9(1).
           05 KP-RELANCE-JOURS   PIC 9(3).

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       FD LOCCOFFRE-RPT.
       01 LOCCOFFRE-RPT-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOCCOFFRE-STATUS    PIC X(2).
       01 WS-SUCCESSIONS-STATUS  PIC X(2).
       01 WS-COFFREPARM-STATUS   PIC X(2).
       01 WS-EOF                 PIC X(3).

       01 WS-KF-TABLE.
           05 WS-KF-ENTRY OCCURS 2000 TIMES.
              10 WS-KF-AGENCE          PIC 9(5).
              10 WS-KF-NUMERO          PIC 9(4).
              10 WS-KF-TAILLE          PIC X(1).
              10 WS-KF-IDCLIENT        PIC 9(5).
              10 WS-KF-COMPTEID        PIC 9(5).
              10 WS-KF-COLOC-1         PIC 9(5).
              10 WS-KF-COLOC-2         PIC 9(5).
              10 WS-KF-DATE-DEBUT      PIC X(10).
              10 WS-KF-DATE-ECHEANCE   PIC X(10).
              10 WS-KF-NB-RELANCES     PIC 9(1).
              10 WS-KF-DATE-RELANCE    PIC X(10).
              10 WS-KF-STATUT          PIC X(10).
              10 WS-KF-MOTIF-BLOCAGE   PIC X(10).
       01 WS-KF-COUNT            PIC 9(4) VALUE 0.
       01 WS-KF-IDX              PIC 9(4).
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

      *> clients du registre des successions et statut (DECEDE ou
      *> REGLEE)
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 500 TIMES.
              10 WS-SC-IDCLIENT        PIC 9(5).
              10 WS-SC-STATUT          PIC X(10).
       01 WS-SC-COUNT            PIC 9(3) VALUE 0.
       01 WS-SC-IDX              PIC 9(3).
       01 WS-SC-STATUT-TITULAIRE PIC X(10).

      *> tarif annuel par taille et relances de l'impaye
       01 WS-TARIF-P             PIC 9(3)V99.
       01 WS-TARIF-M             PIC 9(3)V99.
       01 WS-TARIF-G             PIC 9(3)V99.
       01 WS-RELANCES-MAX        PIC 9(1).
       01 WS-RELANCE-JOURS       PIC 9(3).

       01 TODAYS-DATE-INT        PIC 9(8).
       01 WS-REL-NUM             PIC 9(8).
       01 WS-REL-INT             PIC 9(8).
       01 WS-JOURS-DEPUIS        PIC S9(8).
       01 WS-RELANCE-DUE         PIC X(3).
       01 WS-ANNEE               PIC 9(4).

       01 WS-LOYER               PIC 9(5)V99.
       01 WS-MONTANT-ED          PIC Z(4)9.99.
       01 WS-TOTAL-ED            PIC Z(8)9.99.

       01 WS-NB-FACTURES         PIC 9(7) VALUE 0.
       01 WS-NB-REFUSES          PIC 9(7) VALUE 0.
       01 WS-NB-RELANCES         PIC 9(7) VALUE 0.
       01 WS-NB-BLOQUES          PIC 9(7) VALUE 0.
       01 WS-NB-DEBLOQUES        PIC 9(7) VALUE 0.
       01 WS-TOTAL-LOYERS        PIC 9(9)V99 VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> debit du loyer via opdebit
       01 L-SOLDE               PIC 9(5)V99.
       01 L-SOMME               PIC 9(5)V99.
       01 L-NEWSOLDE            PIC 9(5)V99.
       01 L-COMPTEID            PIC 9(5).
       01 L-DATE                PIC X(10).
       01 L-SUCCESS             PIC X(3).

      *> parametres d'appel de commisionfrais (loyer transmis dans
      *> WS-FEE-SOMME)
       01 WS-FEE-MONTANT        PIC 9(5).99.
       01 WS-FEE-SOMME          PIC X(10).
       01 WS-FEE-EDIT           PIC 9(5).99.
       01 WS-FEE-TYPEOP         PIC X(25).
       01 WS-FEE-FRAGFINANC     PIC X(3).
       01 WS-FEE-PLAFOND        PIC 9 VALUE 8.
       01 WS-FEE-LIBELLE        PIC X(30).

      *> notification systeme du client via msgnotif (MESSAGES.DAT)
       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> restart/checkpoint sequence number, voir seqbloc
       01 WS-SQL-SEQ-NR         PIC 9(10) VALUE ZEROES.

      *> meme disposition que SQL-DETAIL-LINE / SQL-UPDATE-LINE de
      *> payinbatch (pas de STATUSOP : operation de batch)
       01 SQL-DETAIL-LINE.
           05 DET-START           PIC X(79) VALUE
       'INSERT INTO OPERATIONS (TYPE,LIBELLE,MONTANT,COMPTEID,IDCLIENT,
      -'DATEOP) VALUES('.
           05 FILLER              PIC X   VALUE "'".
           05 DET-TYPE            PIC X(25).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-LIBELLE         PIC X(30).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".

       01  SQL-UPDATE-LINE.
            05 FILLER      PIC X(33) VALUE
            'UPDATE COMPTES SET SOLDE = SOLDE '.
            05 DET-OPERATOR        PIC X.
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'coffrebatch'.
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
           COMPUTE TODAYS-DATE-INT = FUNCTION INTEGER-OF-DATE
              (TODAYS-DATE).
           PERFORM 0150-READ-COFFREPARM.
           PERFORM 0200-LOAD-LOCCOFFRE.
           PERFORM 0250-LOAD-SUCCESSIONS.

           OPEN OUTPUT LOCCOFFRE-RPT.
           MOVE SPACES TO LOCCOFFRE-RPT-LINE.
           STRING "COFFRES-FORTS LOUES DU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO LOCCOFFRE-RPT-LINE.
           WRITE LOCCOFFRE-RPT-LINE.

           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** REGISTRE LOCCOFFRE.DAT TROP GRAND : ARRET"
                TO LOCCOFFRE-RPT-LINE
              WRITE LOCCOFFRE-RPT-LINE
              CLOSE LOCCOFFRE-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN EXTEND GENERESQL.
           OPEN EXTEND GENERUPDATE.
           PERFORM VARYING WS-KF-IDX FROM 1 BY 1
              UNTIL WS-KF-IDX > WS-KF-COUNT
              IF WS-KF-STATUT(WS-KF-IDX) NOT = 'LIBRE'
                 PERFORM 0400-EXAMINER-COFFRE
              END-IF
           END-PERFORM.
           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           PERFORM 0800-REWRITE-LOCCOFFRE.

           MOVE WS-TOTAL-LOYERS TO WS-TOTAL-ED.
           MOVE SPACES TO LOCCOFFRE-RPT-LINE.
           STRING "LOYERS: " WS-NB-FACTURES
              "  TOTAL: " WS-TOTAL-ED
              "  REFUSES: " WS-NB-REFUSES
              DELIMITED BY SIZE INTO LOCCOFFRE-RPT-LINE.
           WRITE LOCCOFFRE-RPT-LINE.
           MOVE SPACES TO LOCCOFFRE-RPT-LINE.
           STRING "RELANCES: " WS-NB-RELANCES
              "  BLOQUES: " WS-NB-BLOQUES
              "  DEBLOQUES: " WS-NB-DEBLOQUES
              DELIMITED BY SIZE INTO LOCCOFFRE-RPT-LINE.
           WRITE LOCCOFFRE-RPT-LINE.
           CLOSE LOCCOFFRE-RPT.

           MOVE 'LOCCOFFRE' TO WS-SPOOL-NOM.
           MOVE 'LOCCOFFRE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-FACTURES + WS-NB-REFUSES
              + WS-NB-BLOQUES + WS-NB-DEBLOQUES.
           MOVE WS-NB-REFUSES TO WS-BR-FAILED.
           IF WS-NB-REFUSES = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0150-READ-COFFREPARM.
           MOVE 60.00 TO WS-TARIF-P.
           MOVE 100.00 TO WS-TARIF-M.
           MOVE 180.00 TO WS-TARIF-G.
           MOVE 2 TO WS-RELANCES-MAX.
           MOVE 15 TO WS-RELANCE-JOURS.
           OPEN INPUT COFFREPARM.
           IF WS-COFFREPARM-STATUS = "00"
              READ COFFREPARM
                 NOT AT END
                    IF KP-TARIF-P NOT = ZEROES
                       MOVE KP-TARIF-P TO WS-TARIF-P
                    END-IF
                    IF KP-TARIF-M NOT = ZEROES
                       MOVE KP-TARIF-M TO WS-TARIF-M
                    END-IF
                    IF KP-TARIF-G NOT = ZEROES
                       MOVE KP-TARIF-G TO WS-TARIF-G
                    END-IF
                    MOVE KP-RELANCES-MAX TO WS-RELANCES-MAX
                    IF KP-RELANCE-JOURS NOT = ZEROES
                       MOVE KP-RELANCE-JOURS TO WS-RELANCE-JOURS
                    END-IF
              END-READ
              CLOSE COFFREPARM
           END-IF.

       0200-LOAD-LOCCOFFRE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT LOCCOFFRE.
           IF WS-LOCCOFFRE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ LOCCOFFRE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-KF-COUNT < 2000
                 ADD 1 TO WS-KF-COUNT
                 MOVE LOCCOFFRE-RECORD TO WS-KF-ENTRY(WS-KF-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ LOCCOFFRE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE LOCCOFFRE.

       0250-LOAD-SUCCESSIONS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SUCCESSIONS.
           IF WS-SUCCESSIONS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SUCCESSIONS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-SC-COUNT < 500
                 ADD 1 TO WS-SC-COUNT
                 MOVE SC-IDCLIENT TO WS-SC-IDCLIENT(WS-SC-COUNT)
                 MOVE SC-STATUT TO WS-SC-STATUT(WS-SC-COUNT)
              END-IF
              READ SUCCESSIONS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SUCCESSIONS.

      *> statut de succession du titulaire du coffre courant, a
      *> blanc s'il n'est pas au registre
       0300-STATUT-SUCCESSION.
           MOVE SPACES TO WS-SC-STATUT-TITULAIRE.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
              UNTIL WS-SC-IDX > WS-SC-COUNT
              IF WS-SC-IDCLIENT(WS-SC-IDX) = WS-KF-IDCLIENT(WS-KF-IDX)
                 MOVE WS-SC-STATUT(WS-SC-IDX)
                   TO WS-SC-STATUT-TITULAIRE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> deces puis loyer echu d'un coffre loue
       0400-EXAMINER-COFFRE.
           PERFORM 0300-STATUT-SUCCESSION.

      *>    titulaire decede : blocage jusqu'au reglement
           IF WS-SC-STATUT-TITULAIRE = 'DECEDE'
              IF WS-KF-MOTIF-BLOCAGE(WS-KF-IDX) NOT = 'DECES'
                 MOVE 'BLOQUE' TO WS-KF-STATUT(WS-KF-IDX)
                 MOVE 'DECES' TO WS-KF-MOTIF-BLOCAGE(WS-KF-IDX)
                 ADD 1 TO WS-NB-BLOQUES
                 MOVE SPACES TO LOCCOFFRE-RPT-LINE
                 STRING "COFFRE " WS-KF-AGENCE(WS-KF-IDX)
                    "/" WS-KF-NUMERO(WS-KF-IDX)
                    " CLIENT " WS-KF-IDCLIENT(WS-KF-IDX)
                    " : TITULAIRE DECEDE, ACCES BLOQUE"
                    DELIMITED BY SIZE INTO LOCCOFFRE-RPT-LINE
                 WRITE LOCCOFFRE-RPT-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF.

      *>    succession reglee : le blocage pour deces est leve
           IF WS-KF-MOTIF-BLOCAGE(WS-KF-IDX) = 'DECES'
              MOVE 'ACTIF' TO WS-KF-STATUT(WS-KF-IDX)
              MOVE SPACES TO WS-KF-MOTIF-BLOCAGE(WS-KF-IDX)
              ADD 1 TO WS-NB-DEBLOQUES
              MOVE SPACES TO LOCCOFFRE-RPT-LINE
              STRING "COFFRE " WS-KF-AGENCE(WS-KF-IDX)
                 "/" WS-KF-NUMERO(WS-KF-IDX)
                 " CLIENT " WS-KF-IDCLIENT(WS-KF-IDX)
                 " : SUCCESSION REGLEE, ACCES RETABLI"
                 DELIMITED BY SIZE INTO LOCCOFFRE-RPT-LINE
              WRITE LOCCOFFRE-RPT-LINE
           END-IF.

           IF WS-KF-DATE-ECHEANCE(WS-KF-IDX) NOT = SPACES
              AND WS-KF-DATE-ECHEANCE(WS-KF-IDX) NOT > WS-TODAY-ISO
              PERFORM 0500-FACTURER-LOYER
           END-IF.

      *> loyer annuel au tarif de la taille du coffre ; un debit
      *> refuse part en relance puis en blocage (0600)
       0500-FACTURER-LOYER.
           EVALUATE WS-KF-TAILLE(WS-KF-IDX)
              WHEN 'P'
                 MOVE WS-TARIF-P TO WS-LOYER
                 MOVE 'LOCATION COFFRE PETIT' TO WS-FEE-TYPEOP
              WHEN 'G'
                 MOVE WS-TARIF-G TO WS-LOYER
                 MOVE 'LOCATION COFFRE GRAND' TO WS-FEE-TYPEOP
              WHEN OTHER
                 MOVE WS-TARIF-M TO WS-LOYER
                 MOVE 'LOCATION COFFRE MOYEN' TO WS-FEE-TYPEOP
           END-EVALUATE.
           MOVE WS-LOYER TO WS-MONTANT-ED.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-LOYER TO L-SOMME.
           MOVE WS-KF-COMPTEID(WS-KF-IDX) TO L-COMPTEID.
           MOVE WS-TODAY-ISO TO L-DATE.
           CALL 'opdebit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, 'EUR', 'EUR', L-SUCCESS.
           IF L-SUCCESS NOT = 'OUI'
              ADD 1 TO WS-NB-REFUSES
              MOVE SPACES TO LOCCOFFRE-RPT-LINE
              STRING "COFFRE " WS-KF-AGENCE(WS-KF-IDX)
                 "/" WS-KF-NUMERO(WS-KF-IDX)
                 " COMPTE " WS-KF-COMPTEID(WS-KF-IDX)
                 " LOYER " WS-MONTANT-ED
                 " DEBIT REFUSE"
                 DELIMITED BY SIZE INTO LOCCOFFRE-RPT-LINE
              WRITE LOCCOFFRE-RPT-LINE
              PERFORM 0600-TRAITER-IMPAYE
              EXIT PARAGRAPH
           END-IF.

      *>    frais porte au journal FEESLEDG (ligne au bareme a zero)
           MOVE L-SOMME TO WS-FEE-EDIT.
           MOVE WS-FEE-EDIT TO WS-FEE-SOMME.
           MOVE 8 TO WS-FEE-PLAFOND.
           CALL 'commisionfrais' USING WS-FEE-MONTANT, WS-FEE-SOMME,
              WS-FEE-TYPEOP, WS-FEE-FRAGFINANC, WS-FEE-PLAFOND,
              L-DATE, WS-FEE-LIBELLE, L-COMPTEID,
              WS-KF-IDCLIENT(WS-KF-IDX).

           MOVE 'LOCATION COFFRE' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'LOYER COFFRE ' WS-KF-AGENCE(WS-KF-IDX)
              '/' WS-KF-NUMERO(WS-KF-IDX)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING '-' FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE L-COMPTEID TO DET-COMPTEID.
           MOVE WS-KF-IDCLIENT(WS-KF-IDX) TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE '-' TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE L-COMPTEID TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

      *>    echeance suivante a la meme date l'an prochain (un 29
      *>    fevrier devient le 28)
           MOVE WS-KF-DATE-ECHEANCE(WS-KF-IDX)(1:4) TO WS-ANNEE.
           ADD 1 TO WS-ANNEE.
           MOVE WS-ANNEE TO WS-KF-DATE-ECHEANCE(WS-KF-IDX)(1:4).
           IF WS-KF-DATE-ECHEANCE(WS-KF-IDX)(6:5) = '02-29'
              MOVE '28' TO WS-KF-DATE-ECHEANCE(WS-KF-IDX)(9:2)
           END-IF.
           MOVE ZEROES TO WS-KF-NB-RELANCES(WS-KF-IDX).
           MOVE SPACES TO WS-KF-DATE-RELANCE(WS-KF-IDX).
           IF WS-KF-STATUT(WS-KF-IDX) = 'BLOQUE'
              AND WS-KF-MOTIF-BLOCAGE(WS-KF-IDX) = 'IMPAYE'
              MOVE 'ACTIF' TO WS-KF-STATUT(WS-KF-IDX)
              MOVE SPACES TO WS-KF-MOTIF-BLOCAGE(WS-KF-IDX)
              ADD 1 TO WS-NB-DEBLOQUES
           END-IF.

           ADD 1 TO WS-NB-FACTURES.
           ADD WS-LOYER TO WS-TOTAL-LOYERS.
           MOVE SPACES TO LOCCOFFRE-RPT-LINE.
           STRING "COFFRE " WS-KF-AGENCE(WS-KF-IDX)
              "/" WS-KF-NUMERO(WS-KF-IDX)
              " CLIENT " WS-KF-IDCLIENT(WS-KF-IDX)
              " COMPTE " WS-KF-COMPTEID(WS-KF-IDX)
              " LOYER " WS-MONTANT-ED
              " PROCHAINE ECHEANCE " WS-KF-DATE-ECHEANCE(WS-KF-IDX)
              DELIMITED BY SIZE INTO LOCCOFFRE-RPT-LINE.
           WRITE LOCCOFFRE-RPT-LINE.

       0450-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *> loyer impaye : une relance tous les WS-RELANCE-JOURS jours
      *> jusqu'a WS-RELANCES-MAX, puis blocage de l'acces au coffre
      *> (une seule fois, le debit reste retente chaque nuit)
       0600-TRAITER-IMPAYE.
           IF WS-KF-STATUT(WS-KF-IDX) = 'BLOQUE'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'OUI' TO WS-RELANCE-DUE.
           IF WS-KF-DATE-RELANCE(WS-KF-IDX) NOT = SPACES
              MOVE WS-KF-DATE-RELANCE(WS-KF-IDX)(1:4)
                TO WS-REL-NUM(1:4)
              MOVE WS-KF-DATE-RELANCE(WS-KF-IDX)(6:2)
                TO WS-REL-NUM(5:2)
              MOVE WS-KF-DATE-RELANCE(WS-KF-IDX)(9:2)
                TO WS-REL-NUM(7:2)
              COMPUTE WS-REL-INT = FUNCTION INTEGER-OF-DATE
                 (WS-REL-NUM)
              COMPUTE WS-JOURS-DEPUIS = TODAYS-DATE-INT - WS-REL-INT
              IF WS-JOURS-DEPUIS < WS-RELANCE-JOURS
                 MOVE 'NON' TO WS-RELANCE-DUE
              END-IF
           END-IF.
           IF WS-RELANCE-DUE = 'NON'
              EXIT PARAGRAPH
           END-IF.

           IF WS-KF-NB-RELANCES(WS-KF-IDX) < WS-RELANCES-MAX
              ADD 1 TO WS-KF-NB-RELANCES(WS-KF-IDX)
              MOVE WS-TODAY-ISO TO WS-KF-DATE-RELANCE(WS-KF-IDX)
              ADD 1 TO WS-NB-RELANCES
              MOVE 'Loyer de coffre-fort impaye' TO WS-NOTIF-SUBJECT
              MOVE SPACES TO WS-NOTIF-BODY
              STRING 'Relance ' WS-KF-NB-RELANCES(WS-KF-IDX)
                 ' : loyer ' WS-MONTANT-ED
                 ' du coffre ' WS-KF-NUMERO(WS-KF-IDX)
                 ' non preleve'
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
              CALL 'msgnotif' USING WS-KF-IDCLIENT(WS-KF-IDX),
                 WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO
              MOVE SPACES TO LOCCOFFRE-RPT-LINE
              STRING "COFFRE " WS-KF-AGENCE(WS-KF-IDX)
                 "/" WS-KF-NUMERO(WS-KF-IDX)
                 " CLIENT " WS-KF-IDCLIENT(WS-KF-IDX)
                 " : RELANCE " WS-KF-NB-RELANCES(WS-KF-IDX)
                 DELIMITED BY SIZE INTO LOCCOFFRE-RPT-LINE
              WRITE LOCCOFFRE-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'BLOQUE' TO WS-KF-STATUT(WS-KF-IDX).
           MOVE 'IMPAYE' TO WS-KF-MOTIF-BLOCAGE(WS-KF-IDX).
           MOVE WS-TODAY-ISO TO WS-KF-DATE-RELANCE(WS-KF-IDX).
           ADD 1 TO WS-NB-BLOQUES.
           MOVE 'Acces a votre coffre-fort bloque' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Loyer du coffre ' WS-KF-NUMERO(WS-KF-IDX)
              ' impaye : acces suspendu jusqu''au paiement'
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-KF-IDCLIENT(WS-KF-IDX),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.
           MOVE SPACES TO LOCCOFFRE-RPT-LINE.
           STRING "COFFRE " WS-KF-AGENCE(WS-KF-IDX)
              "/" WS-KF-NUMERO(WS-KF-IDX)
              " CLIENT " WS-KF-IDCLIENT(WS-KF-IDX)
              " : LOYER IMPAYE, ACCES BLOQUE"
              DELIMITED BY SIZE INTO LOCCOFFRE-RPT-LINE.
           WRITE LOCCOFFRE-RPT-LINE.

       0800-REWRITE-LOCCOFFRE.
           OPEN OUTPUT LOCCOFFRE.
           PERFORM VARYING WS-KF-IDX FROM 1 BY 1
              UNTIL WS-KF-IDX > WS-KF-COUNT
              MOVE WS-KF-ENTRY(WS-KF-IDX) TO LOCCOFFRE-RECORD
              WRITE LOCCOFFRE-RECORD
           END-PERFORM.
           CLOSE LOCCOFFRE.

       END PROGRAM coffrebatch.
