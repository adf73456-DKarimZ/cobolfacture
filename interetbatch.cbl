      *> format que activity2banq (pas de colonne STATUSOP : ce sont
      *> des operations de batch, pas des operations en attente de
      *> validation).
      *> En mode SIMULATION (module simulposte) interets et retenues
      *> sont calcules et listes au rapport de simulation sans SQL,
      *> journal, numero de sequence, RETENUES.DAT ni enregistrement
      *> de fin de partition ; une partition se simule sous sa propre
      *> cle. Le passage reel suivant edite ses ecarts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD RETENUES.
       01 RETENUES-RECORD.
           05 RT-IDCLIENT        PIC 9(5).
           05 RT-COMPTEID        PIC 9(5).
           05 RT-MONTANT         PIC 9(5)V99.
           05 RT-DATE            PIC X(10).

       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

       WORKING-STORAGE SECTION.
      *> Declaration des variables hotes utilisés lors des requêtes
      *EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 HV-CLIENT.
           05 HV-CLIENT-ID            PIC S9(5) COMP-3.
           05 HV-CLIENT-TYPECLIENT    PIC X(20).

        01 HV-COMPTE.
           05 HV-COMPTE-ID            PIC S9(5) COMP-3.
           05 HV-COMPTE-SOLDE         PIC S9(4)V99 PACKED-DECIMAL.
           05 HV-CLIENT-ID2           PIC S9(5) COMP-3.
      *EXEC SQL END DECLARE SECTION END-EXEC

      *> Curseur pour parcourir tous les comptes ouverts, tous
       01 WS-IDX                    PIC 9.

       01 WS-FIELDS.
           05 CLIENT-ID               PIC S9(5).
           05 CLIENT-TYPECLIENT       PIC X(20).
           05 COMPTE-ID               PIC S9(5).
           05 COMPTE-SOLDE            PIC 9(5)V99.
           05 COMPTE-CLIENTID         PIC S9(5).

       01  L-SOLDE        PIC 9(5)V99.
       01  L-TAUXINTERET  PIC 9V99.
      *> minimum de solde de chaque quinzaine du mois, au prorata
      *> 2/24 du taux annuel -- seul l'argent present la quinzaine
      *> entiere porte interet
       01 WS-PROD-COMPTEID       PIC 9(5).
       01 WS-PROD-CODE           PIC X(10).
       01 WS-PROD-DECOUVERT      PIC X(3).
       01 WS-PROD-METHODE        PIC X(10).
      *> rien
       01 WS-SOLDEHIST-STATUS    PIC X(2).
       01 WS-EOF-SOLDEHIST       PIC X(3).
       01 WS-QZ-MIN-1            PIC S9(9)V99.
       01 WS-QZ-MIN-2            PIC S9(9)V99.
       01 WS-QZ-VU-1             PIC X(3).
       01 WS-QZ-VU-2             PIC X(3).
       01 WS-QZ-JOUR             PIC 9(2).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".


       01 WS-BD-DATE-NUM        PIC 9(8).
       01 WS-BD-DATE-ISO        PIC X(10).

      *> passage reel ou simule, voir le module simulposte
       01 WS-SP-ACTION          PIC X.
       01 WS-SP-PROGRAMME       PIC X(20) VALUE 'interetbatch'.
       01 WS-SP-CLE             PIC X(20) VALUE 'interetbatch'.
       01 WS-SP-COMPTEID        PIC 9(5).
       01 WS-SP-IDCLIENT        PIC 9(5).
       01 WS-SP-TYPE            PIC X(25).
       01 WS-SP-MONTANT         PIC S9(9)V99.
       01 WS-SP-DETAIL          PIC X(40).
       01 WS-SP-MODE            PIC X(10).
           88 SP-SIMULATION     VALUE 'SIMULATION'.
       01 WS-ED-SOLDE           PIC -(6)9.99.

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
              DELIMITED BY SIZE INTO WS-PERIODE-COURANTE.
           PERFORM 0193-READ-INTERETPART.
           PERFORM 0195-READ-FISCPARM.
           IF WS-NB-PARTITIONS > 1
              MOVE SPACES TO WS-SP-CLE
              STRING 'interetbatch_P' WS-PARTITION
                 DELIMITED BY SIZE INTO WS-SP-CLE
           END-IF.
           MOVE 'M' TO WS-SP-ACTION.
           PERFORM 0950-APPELER-SIMULPOSTE.
           IF NOT SP-SIMULATION
              OPEN EXTEND GENERESQL
              OPEN EXTEND GENERUPDATE
           END-IF.

           PERFORM 0200-CONNECT-BDD.
           PERFORM 0210-OPEN-CURSOR.
           PERFORM 0300-FETCH-LOOP.
           PERFORM 0220-CLOSE-CURSOR.

           MOVE 'F' TO WS-SP-ACTION.
           PERFORM 0950-APPELER-SIMULPOSTE.
      *>    une simulation ne termine pas la partition et ne compte
      *>    pas comme passage au grand livre
           IF SP-SIMULATION
              GOBACK
           END-IF.

           CLOSE GENERESQL.
           CLOSE GENERUPDATE.


           IF L-INTERETS > 0
              ADD 1 TO WS-CPT-POSTES
              MOVE COMPTE-ID TO WS-SP-COMPTEID
              MOVE COMPTE-CLIENTID TO WS-SP-IDCLIENT
              MOVE 'INTERETS' TO WS-SP-TYPE
              MOVE L-INTERETS TO WS-SP-MONTANT
              MOVE COMPTE-SOLDE TO WS-ED-SOLDE
              MOVE SPACES TO WS-SP-DETAIL
              STRING WS-PROD-METHODE ' SOLDE ' WS-ED-SOLDE
                 DELIMITED BY SIZE INTO WS-SP-DETAIL
              MOVE 'P' TO WS-SP-ACTION
              PERFORM 0950-APPELER-SIMULPOSTE
              IF SP-SIMULATION
                 PERFORM 0430-RETENUE-A-LA-SOURCE
                 EXIT PARAGRAPH
              END-IF
              STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
                 DELIMITED BY SIZE INTO DET-DATEOP
              MOVE 'INTERETS' TO DET-TYPE
              EXIT PARAGRAPH
           END-IF.

           MOVE COMPTE-ID TO WS-SP-COMPTEID.
           MOVE COMPTE-CLIENTID TO WS-SP-IDCLIENT.
           MOVE 'RETENUE FISCALE' TO WS-SP-TYPE.
           COMPUTE WS-SP-MONTANT = 0 - WS-RETENUE.
           MOVE 'PRELEVEMENT FORFAITAIRE' TO WS-SP-DETAIL.
           MOVE 'P' TO WS-SP-ACTION.
           PERFORM 0950-APPELER-SIMULPOSTE.
           IF SP-SIMULATION
              EXIT PARAGRAPH
           END-IF.

           MOVE 'RETENUE FISCALE' TO DET-TYPE.
           MOVE 'PRELEVEMENT FORFAITAIRE' TO DET-LIBELLE.
           STRING '-' FUNCTION TRIM(WS-RETENUE)
           WRITE RETENUES-RECORD.
           CLOSE RETENUES.

       0950-APPELER-SIMULPOSTE.
           CALL 'simulposte' USING WS-SP-ACTION, WS-SP-PROGRAMME,
              WS-SP-CLE, WS-SP-COMPTEID, WS-SP-IDCLIENT, WS-SP-TYPE,
              WS-SP-MONTANT, WS-SP-DETAIL, WS-SP-MODE.

       0420-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
      *>    (une lecture/reecriture de GENERESQLSEQ.DAT par bloc de
