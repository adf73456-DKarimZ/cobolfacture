       IDENTIFICATION DIVISION.
       PROGRAM-ID. intlvirbatch.
       AUTHOR. D.KISAMA.

      *> Emission des virements internationaux hors SEPA saisis a
      *> l'ecran VIREMENT INTERNATIONAL d'activity2client : a placer
      *> dans JOBPLAN.DAT avec les autres batchs de fin de journee,
      *> apres sepaexportbatch. Le registre INTLVIR.DAT (voir
      *> INTLVIR.cpy) garde chaque ordre de sa saisie a son sort
      *> final ; le client a deja ete debite a la saisie. Deux
      *> passes par nuit :
      *>  1. retours et rejets du correspondant dans INTLRET.DAT
      *>     (enregistrements 02 : reference de l'ordre, motif) :
      *>     l'ordre EMIS passe RETOURNE et le client est recredite
      *>     du montant devise au cours du jour minore de notre
      *>     marge. Le mouvement RETOUR VIREMENT INTL reprend la
      *>     contre-valeur d'origine, l'ecart avec le recredit est
      *>     passe en PERTE CHANGE VIR INTL ou GAIN CHANGE VIR INTL.
      *>     Un recredit refuse part en file SUSPENS du back-office.
      *>     Le fichier est retronque une fois lu ;
      *>  2. ordres A EMETTRE : filtrage sanctions (sanctionscheck)
      *>     du beneficiaire puis de sa banque ; une touche gele
      *>     l'ordre (statut GELE), gele le compte debite (GELADMIN)
      *>     et ouvre un dossier conformite (GELCASES), comme
      *>     sepaexportbatch. Les ordres sains et ceux LIBERE par la
      *>     conformite partent dans le fichier INTLOUT.DAT de la
      *>     banque correspondante (entete, un enregistrement par
      *>     ordre, fin avec nombre et total de controle) et passent
      *>     EMIS.
      *> Le detail de la nuit part dans INTLVIR.RPT, inscrit au
      *> spool.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INTLVIR ASSIGN TO "INTLVIR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INTLVIR-STATUS.

           SELECT INTLRET ASSIGN TO "INTLRET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INTLRET-STATUS.

           SELECT INTLOUT ASSIGN TO "INTLOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAUXCHANGE ASSIGN TO "TAUXCHANGE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAUXCHANGE-STATUS.

      *> marge de change appliquee aux virements internationaux,
      *> 1.00 % si le fichier est absent
           SELECT INTLPARM ASSIGN TO "INTLPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INTLPARM-STATUS.

           SELECT GELADMIN ASSIGN TO "GELADMIN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GELADMIN-STATUS.

           SELECT GELCASES ASSIGN TO "GELCASES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GELCASES-STATUS.

           SELECT SUSPENS ASSIGN TO "SUSPENS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENS-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTLVIR-RPT ASSIGN TO "INTLVIR.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INTLVIR.
           COPY "INTLVIR.cpy".

       FD INTLRET.
       01 INTLRET-RECORD.
           05 IR-TYPE            PIC X(2).
           05 IR-ID              PIC 9(10).
           05 IR-MOTIF           PIC X(30).

       FD INTLOUT.
       01 INTLOUT-LINE         PIC X(200).

       FD TAUXCHANGE.
       01 TAUXCHANGE-RECORD.
           05 TX-DEVISE-OP       PIC X(3).
           05 TX-DEVISE-COMPTE   PIC X(3).
           05 TX-TAUX            PIC 9(3)V9(6).
           05 TX-DATE-EFFET      PIC X(10).

       FD INTLPARM.
       01 INTLPARM-RECORD.
           05 IP-MARGE-PCT       PIC 9V99.

       FD GELADMIN.
       01 GELADMIN-RECORD.
           05 GA-COMPTEID        PIC 9(5).
           05 GA-DATE-POSE       PIC X(10).
           05 GA-MOTIF           PIC X(30).
           05 GA-STATUT          PIC X(10).

       FD GELCASES.
       01 GELCASES-RECORD.
           05 GC-COMPTEID        PIC 9(5).
           05 GC-NOM             PIC X(30).
           05 GC-IBAN            PIC X(34).
           05 GC-MONTANT         PIC 9(5)V99.
           05 GC-DATE            PIC X(10).
           05 GC-ORIGINE         PIC X(10).
           05 GC-LIBELLE-HIT     PIC X(30).
           05 GC-STATUT          PIC X(10).

       FD SUSPENS.
       01 SUSPENS-RECORD.
           05 SUS-REFERENCE      PIC X(16).
           05 SUS-COMPTEID       PIC 9(5).
           05 SUS-MONTANT        PIC 9(5)V99.
           05 SUS-DATE-RECU      PIC X(10).
           05 SUS-MOTIF          PIC X(25).
           05 SUS-STATUT         PIC X(10).
           05 SUS-IBAN           PIC X(34).

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       FD INTLVIR-RPT.
       01 INTLVIR-RPT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INTLVIR-STATUS      PIC X(2).
       01 WS-INTLRET-STATUS      PIC X(2).
       01 WS-TAUXCHANGE-STATUS   PIC X(2).
       01 WS-INTLPARM-STATUS     PIC X(2).
       01 WS-GELADMIN-STATUS     PIC X(2).
       01 WS-GELCASES-STATUS     PIC X(2).
       01 WS-SUSPENS-STATUS      PIC X(2).
       01 WS-EOF                 PIC X(3).
       01 WS-EOF-TAUXCHANGE      PIC X(3).

      *> registre charge en table, meme disposition que INTLVIR.cpy
       01 WS-IV-TABLE.
           05 WS-IV-ENTRY OCCURS 5000 TIMES.
              10 WS-IV-ID              PIC 9(10).
              10 WS-IV-IDCLIENT        PIC 9(5).
              10 WS-IV-COMPTEID        PIC 9(5).
              10 WS-IV-BENEF-NOM       PIC X(35).
              10 WS-IV-BENEF-ADRESSE   PIC X(35).
              10 WS-IV-BENEF-COMPTE    PIC X(34).
              10 WS-IV-BIC             PIC X(11).
              10 WS-IV-BANQUE-NOM      PIC X(35).
              10 WS-IV-DEVISE          PIC X(3).
              10 WS-IV-MONTANT-DEV     PIC 9(7)V99.
              10 WS-IV-TAUX            PIC 9(3)V9(6).
              10 WS-IV-MONTANT-EUR     PIC 9(5)V99.
              10 WS-IV-FRAIS           PIC X(3).
              10 WS-IV-FRAIS-EUR       PIC 9(3)V99.
              10 WS-IV-LIBELLE         PIC X(30).
              10 WS-IV-DATE-ORDRE      PIC X(10).
              10 WS-IV-DATE-ENVOI      PIC X(10).
              10 WS-IV-DATE-RETOUR     PIC X(10).
              10 WS-IV-MONTANT-RETOUR  PIC 9(5)V99.
              10 WS-IV-MOTIF           PIC X(30).
              10 WS-IV-STATUT          PIC X(10).
       01 WS-IV-COUNT            PIC 9(5) VALUE 0.
       01 WS-IV-IDX              PIC 9(5).
       01 WS-IV-JDX              PIC 9(5).
       01 WS-REGISTRE-TRONQUE    PIC X(3) VALUE 'NON'.

      *> filtrage sanctions
       01 WS-SCREEN-NOM          PIC X(50).
       01 WS-SCREEN-COMPTE       PIC X(34).
       01 WS-SCREEN-HIT          PIC X(3).
       01 WS-SCREEN-LIBELLE      PIC X(30).

      *> recredit d'un retour : cours du jour minore de la marge
       01 WS-MARGE               PIC 9V99.
       01 WS-TAUX-TROUVE         PIC X(3).
       01 WS-TAUX-DATE-EFFET     PIC X(10).
       01 WS-TAUX-JOUR           PIC 9(3)V9(6).
       01 WS-TAUX-RETOUR         PIC 9(3)V9(6).
       01 WS-CONTREVALEUR        PIC 9(9)V99.
       01 WS-ECART               PIC 9(5)V99.

      *> fichier INTLOUT.DAT de la banque correspondante
       01 WS-ENVOI-COUNT         PIC 9(5) VALUE 0.
       01 WS-ENVOI-TOTAL         PIC 9(11)V99 VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(2) VALUE '01'.
           05 FILLER            PIC X(15) VALUE 'VIREMENTS INTL '.
           05 HDR-DATE          PIC X(10).
           05 FILLER            PIC X(9) VALUE ' KARIMUS '.

       01 WS-DETAIL-LINE.
           05 FILLER            PIC X(2) VALUE '02'.
           05 DET-OUT-ID        PIC 9(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-BIC       PIC X(11).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-COMPTE    PIC X(34).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-NOM       PIC X(35).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-ADRESSE   PIC X(35).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-DEVISE    PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-MONTANT   PIC 9(7).99.
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-FRAIS     PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-OUT-LIBELLE   PIC X(30).

       01 WS-TRAILER-LINE.
           05 FILLER            PIC X(2) VALUE '09'.
           05 TRL-COUNT         PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 TRL-HASH-TOTAL    PIC 9(11).99.

       01 WS-MONTANT-ED          PIC Z(4)9.99.
       01 WS-DEVISE-ED           PIC Z(6)9.99.
       01 WS-TOTAL-ED            PIC Z(10)9.99.

       01 WS-NB-EMIS             PIC 9(7) VALUE 0.
       01 WS-NB-GELES            PIC 9(7) VALUE 0.
       01 WS-NB-RETOURS          PIC 9(7) VALUE 0.
       01 WS-NB-INCONNUS         PIC 9(7) VALUE 0.
       01 WS-NB-REFUSES          PIC 9(7) VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> recredit du retour (opcredit)
       01 L-SOLDE               PIC 9(5)V99.
       01 L-SOMME               PIC 9(5)V99.
       01 L-NEWSOLDE            PIC 9(5)V99.
       01 L-COMPTEID            PIC 9(5).
       01 L-DATE                PIC X(10).
       01 L-SUCCESS             PIC X(3).

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
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'intlvirbatch'.
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
           PERFORM 0200-LOAD-REGISTRE.
           PERFORM 0250-LIRE-MARGE.

           OPEN OUTPUT INTLVIR-RPT.
           MOVE SPACES TO INTLVIR-RPT-LINE.
           STRING "VIREMENTS INTERNATIONAUX DU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO INTLVIR-RPT-LINE.
           WRITE INTLVIR-RPT-LINE.

           IF WS-REGISTRE-TRONQUE = 'OUI'
              MOVE "*** REGISTRE INTLVIR.DAT TROP GRAND : ARRET"
                TO INTLVIR-RPT-LINE
              WRITE INTLVIR-RPT-LINE
              CLOSE INTLVIR-RPT
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
           PERFORM 0300-TRAITER-RETOURS.
           CLOSE GENERESQL.
           CLOSE GENERUPDATE.
           PERFORM 0500-EMETTRE-ORDRES.

           PERFORM 0800-REWRITE-REGISTRE.

           MOVE WS-ENVOI-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO INTLVIR-RPT-LINE.
           STRING "ORDRES EMIS: " WS-NB-EMIS
              "  TOTAL DEVISES: " WS-TOTAL-ED
              "  GELES: " WS-NB-GELES
              DELIMITED BY SIZE INTO INTLVIR-RPT-LINE.
           WRITE INTLVIR-RPT-LINE.
           MOVE SPACES TO INTLVIR-RPT-LINE.
           STRING "RETOURS RECREDITES: " WS-NB-RETOURS
              "  RECREDITS REFUSES: " WS-NB-REFUSES
              "  RETOURS INCONNUS: " WS-NB-INCONNUS
              DELIMITED BY SIZE INTO INTLVIR-RPT-LINE.
           WRITE INTLVIR-RPT-LINE.
           CLOSE INTLVIR-RPT.

           MOVE 'VIR INTL' TO WS-SPOOL-NOM.
           MOVE 'INTLVIR.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-EMIS + WS-NB-GELES
              + WS-NB-RETOURS + WS-NB-INCONNUS + WS-NB-REFUSES.
           COMPUTE WS-BR-FAILED = WS-NB-REFUSES + WS-NB-INCONNUS.
           IF WS-BR-FAILED = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-LOAD-REGISTRE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT INTLVIR.
           IF WS-INTLVIR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ INTLVIR
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-IV-COUNT < 5000
                 ADD 1 TO WS-IV-COUNT
                 MOVE INTLVIR-RECORD TO WS-IV-ENTRY(WS-IV-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-TRONQUE
              END-IF
              READ INTLVIR
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE INTLVIR.

       0250-LIRE-MARGE.
           MOVE 1.00 TO WS-MARGE.
           OPEN INPUT INTLPARM.
           IF WS-INTLPARM-STATUS = "00"
              READ INTLPARM
                 NOT AT END MOVE IP-MARGE-PCT TO WS-MARGE
              END-READ
              CLOSE INTLPARM
           END-IF.

      *>------------------------------------------------------------------------
      *> passe 1 : retours et rejets du correspondant
      *>------------------------------------------------------------------------
       0300-TRAITER-RETOURS.
           OPEN INPUT INTLRET.
           IF WS-INTLRET-STATUS NOT = "00"
              MOVE "AUCUN RETOUR DU CORRESPONDANT" TO INTLVIR-RPT-LINE
              WRITE INTLVIR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ INTLRET
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF IR-TYPE = '02'
                 PERFORM 0310-TRAITER-UN-RETOUR
              END-IF
              READ INTLRET
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE INTLRET.

      *>    le fichier est retronque une fois lu : un retour traite
      *>    ne doit pas etre recredite une seconde fois
           OPEN OUTPUT INTLRET.
           CLOSE INTLRET.

      *> seul un ordre EMIS peut revenir ; un ordre deja RETOURNE
      *> est un doublon du fichier, ignore
       0310-TRAITER-UN-RETOUR.
           MOVE 0 TO WS-IV-IDX.
           PERFORM VARYING WS-IV-JDX FROM 1 BY 1
              UNTIL WS-IV-JDX > WS-IV-COUNT
              IF WS-IV-ID(WS-IV-JDX) = IR-ID
                 MOVE WS-IV-JDX TO WS-IV-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-IV-IDX = 0
              OR WS-IV-STATUT(WS-IV-IDX) NOT = 'EMIS'
              ADD 1 TO WS-NB-INCONNUS
              MOVE SPACES TO INTLVIR-RPT-LINE
              STRING "RETOUR " IR-ID " " IR-MOTIF
                 " : ORDRE INCONNU OU NON EMIS, IGNORE"
                 DELIMITED BY SIZE INTO INTLVIR-RPT-LINE
              WRITE INTLVIR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

      *>    recredit au cours du jour minore de la marge ; sans cours
      *>    du jour, le client retrouve sa contre-valeur d'origine
           PERFORM 0320-FIND-TAUX-JOUR.
           IF WS-TAUX-TROUVE = 'OUI'
              COMPUTE WS-TAUX-RETOUR ROUNDED =
                 WS-TAUX-JOUR * (1 - WS-MARGE / 100)
              COMPUTE WS-CONTREVALEUR ROUNDED =
                 WS-IV-MONTANT-DEV(WS-IV-IDX) * WS-TAUX-RETOUR
           ELSE
              MOVE WS-IV-MONTANT-EUR(WS-IV-IDX) TO WS-CONTREVALEUR
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-IV-COMPTEID(WS-IV-IDX) TO L-COMPTEID.
           MOVE WS-TODAY-ISO TO L-DATE.
           MOVE 'NON' TO L-SUCCESS.
           IF WS-CONTREVALEUR NOT > 99999.99
              MOVE WS-CONTREVALEUR TO L-SOMME
              CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
                 L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'
           ELSE
              MOVE 99999.99 TO L-SOMME
           END-IF.
           MOVE L-SOMME TO WS-MONTANT-ED.
           IF L-SUCCESS NOT = 'OUI'
              ADD 1 TO WS-NB-REFUSES
              MOVE SPACES TO SUS-REFERENCE
              STRING 'VX' WS-IV-ID(WS-IV-IDX)
                 DELIMITED BY SIZE INTO SUS-REFERENCE
              MOVE L-COMPTEID TO SUS-COMPTEID
              MOVE L-SOMME TO SUS-MONTANT
              MOVE WS-TODAY-ISO TO SUS-DATE-RECU
              MOVE 'RETOUR VIR INTL NON CREDI' TO SUS-MOTIF
              MOVE 'A TRAITER' TO SUS-STATUT
              MOVE WS-IV-BENEF-COMPTE(WS-IV-IDX) TO SUS-IBAN
              OPEN EXTEND SUSPENS
              IF WS-SUSPENS-STATUS = "35"
                 CLOSE SUSPENS
                 OPEN OUTPUT SUSPENS
              END-IF
              WRITE SUSPENS-RECORD
              CLOSE SUSPENS
              MOVE SPACES TO INTLVIR-RPT-LINE
              STRING "RETOUR " WS-IV-ID(WS-IV-IDX)
                 " COMPTE " L-COMPTEID " " WS-MONTANT-ED
                 " : RECREDIT REFUSE, FILE SUSPENS"
                 DELIMITED BY SIZE INTO INTLVIR-RPT-LINE
              WRITE INTLVIR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'RETOURNE' TO WS-IV-STATUT(WS-IV-IDX).
           MOVE WS-TODAY-ISO TO WS-IV-DATE-RETOUR(WS-IV-IDX).
           MOVE L-SOMME TO WS-IV-MONTANT-RETOUR(WS-IV-IDX).
           MOVE IR-MOTIF TO WS-IV-MOTIF(WS-IV-IDX).
           ADD 1 TO WS-NB-RETOURS.

      *>    contre-valeur d'origine reprise, puis ecart de change
           MOVE 'RETOUR VIREMENT INTL' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'RETOUR VX' WS-IV-ID(WS-IV-IDX)
              ' ' WS-IV-DEVISE(WS-IV-IDX)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE '+' TO DET-OPERATOR.
           MOVE WS-IV-MONTANT-EUR(WS-IV-IDX) TO L-SOMME.
           PERFORM 0550-GENERER-SQL.

           MOVE WS-IV-MONTANT-RETOUR(WS-IV-IDX) TO L-SOMME.
           IF L-SOMME > WS-IV-MONTANT-EUR(WS-IV-IDX)
              COMPUTE WS-ECART = L-SOMME - WS-IV-MONTANT-EUR(WS-IV-IDX)
              MOVE 'PERTE CHANGE VIR INTL' TO DET-TYPE
              MOVE '+' TO DET-OPERATOR
           ELSE
              COMPUTE WS-ECART = WS-IV-MONTANT-EUR(WS-IV-IDX) - L-SOMME
              MOVE 'GAIN CHANGE VIR INTL' TO DET-TYPE
              MOVE '-' TO DET-OPERATOR
           END-IF.
           IF WS-ECART > ZEROES
              MOVE SPACES TO DET-LIBELLE
              STRING 'ECART CHANGE VX' WS-IV-ID(WS-IV-IDX)
                 DELIMITED BY SIZE INTO DET-LIBELLE
              MOVE WS-ECART TO L-SOMME
              PERFORM 0550-GENERER-SQL
           END-IF.

           MOVE SPACES TO INTLVIR-RPT-LINE.
           STRING "RETOUR " WS-IV-ID(WS-IV-IDX)
              " COMPTE " WS-IV-COMPTEID(WS-IV-IDX)
              " RECREDITE " WS-MONTANT-ED " " WS-IV-MOTIF(WS-IV-IDX)
              DELIMITED BY SIZE INTO INTLVIR-RPT-LINE.
           WRITE INTLVIR-RPT-LINE.

      *> cours du jour : le plus recent de la paire devise/EUR dont
      *> la date d'effet ne depasse pas ce jour (meme regle que
      *> revalbatch) ; un ordre en EUR est recredite au cours 1
       0320-FIND-TAUX-JOUR.
           MOVE 'NON' TO WS-TAUX-TROUVE.
           MOVE SPACES TO WS-TAUX-DATE-EFFET.
           MOVE ZEROES TO WS-TAUX-JOUR.
           IF WS-IV-DEVISE(WS-IV-IDX) = 'EUR'
              MOVE 'OUI' TO WS-TAUX-TROUVE
              MOVE 1 TO WS-TAUX-JOUR
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-TAUXCHANGE.
           OPEN INPUT TAUXCHANGE.
           IF WS-TAUXCHANGE-STATUS = "00"
              READ TAUXCHANGE
                 AT END MOVE 'OUI' TO WS-EOF-TAUXCHANGE
              END-READ
              PERFORM UNTIL WS-EOF-TAUXCHANGE = 'OUI'
                 IF TX-DEVISE-OP = WS-IV-DEVISE(WS-IV-IDX)
                    AND TX-DEVISE-COMPTE = 'EUR'
                    AND TX-DATE-EFFET NOT > WS-TODAY-ISO
                    AND TX-DATE-EFFET NOT < WS-TAUX-DATE-EFFET
                    MOVE 'OUI' TO WS-TAUX-TROUVE
                    MOVE TX-TAUX TO WS-TAUX-JOUR
                    MOVE TX-DATE-EFFET TO WS-TAUX-DATE-EFFET
                 END-IF
                 READ TAUXCHANGE
                    AT END MOVE 'OUI' TO WS-EOF-TAUXCHANGE
                 END-READ
              END-PERFORM
              CLOSE TAUXCHANGE
           END-IF.
           IF WS-TAUX-JOUR = ZEROES
              MOVE 'NON' TO WS-TAUX-TROUVE
           END-IF.

      *> paire INSERT/UPDATE sequencee pour L-SOMME sur le compte de
      *> l'ordre, type, libelle et sens deja poses
       0550-GENERER-SQL.
           MOVE SPACES TO DET-MONTANT.
           STRING DET-OPERATOR FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-IV-COMPTEID(WS-IV-IDX) TO DET-COMPTEID.
           MOVE WS-IV-IDCLIENT(WS-IV-IDX) TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE WS-IV-COMPTEID(WS-IV-IDX) TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0450-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

       0450-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *>------------------------------------------------------------------------
      *> passe 2 : filtrage sanctions et emission vers le
      *> correspondant
      *>------------------------------------------------------------------------
       0500-EMETTRE-ORDRES.
           OPEN OUTPUT INTLOUT.
           MOVE WS-TODAY-ISO TO HDR-DATE.
           WRITE INTLOUT-LINE FROM WS-HEADER-LINE.
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
              UNTIL WS-IV-IDX > WS-IV-COUNT
              EVALUATE WS-IV-STATUT(WS-IV-IDX)
                 WHEN 'A EMETTRE'
                    PERFORM 0510-FILTRER-ORDRE
                 WHEN 'LIBERE'
                    PERFORM 0610-EMETTRE-ORDRE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           MOVE WS-ENVOI-COUNT TO TRL-COUNT.
           MOVE WS-ENVOI-TOTAL TO TRL-HASH-TOTAL.
           WRITE INTLOUT-LINE FROM WS-TRAILER-LINE.
           CLOSE INTLOUT.

      *> filtrage AVANT emission : le beneficiaire (nom, compte)
      *> puis sa banque (nom, BIC) ; une touche sur l'un ou l'autre
      *> gele l'ordre
       0510-FILTRER-ORDRE.
           MOVE SPACES TO WS-SCREEN-NOM.
           MOVE WS-IV-BENEF-NOM(WS-IV-IDX) TO WS-SCREEN-NOM.
           MOVE WS-IV-BENEF-COMPTE(WS-IV-IDX) TO WS-SCREEN-COMPTE.
           CALL 'sanctionscheck' USING WS-SCREEN-NOM,
              WS-SCREEN-COMPTE, WS-SCREEN-HIT, WS-SCREEN-LIBELLE.
           IF WS-SCREEN-HIT NOT = 'OUI'
              MOVE SPACES TO WS-SCREEN-NOM
              MOVE WS-IV-BANQUE-NOM(WS-IV-IDX) TO WS-SCREEN-NOM
              MOVE SPACES TO WS-SCREEN-COMPTE
              MOVE WS-IV-BIC(WS-IV-IDX) TO WS-SCREEN-COMPTE
              CALL 'sanctionscheck' USING WS-SCREEN-NOM,
                 WS-SCREEN-COMPTE, WS-SCREEN-HIT, WS-SCREEN-LIBELLE
           END-IF.
           IF WS-SCREEN-HIT = 'OUI'
              ADD 1 TO WS-NB-GELES
              PERFORM 0520-GELER-ORDRE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0610-EMETTRE-ORDRE.

      *> l'ordre reste au registre au statut GELE : la levee du gel
      *> (ecran conformite d'activity2banq) le passe LIBERE
       0520-GELER-ORDRE.
           MOVE 'GELE' TO WS-IV-STATUT(WS-IV-IDX).
           MOVE WS-SCREEN-LIBELLE TO WS-IV-MOTIF(WS-IV-IDX).

           MOVE WS-IV-COMPTEID(WS-IV-IDX) TO GA-COMPTEID.
           MOVE WS-TODAY-ISO TO GA-DATE-POSE.
           MOVE WS-SCREEN-LIBELLE TO GA-MOTIF.
           MOVE 'ACTIF' TO GA-STATUT.
           OPEN EXTEND GELADMIN.
           IF WS-GELADMIN-STATUS = "35"
              CLOSE GELADMIN
              OPEN OUTPUT GELADMIN
           END-IF.
           WRITE GELADMIN-RECORD.
           CLOSE GELADMIN.

           MOVE WS-IV-COMPTEID(WS-IV-IDX) TO GC-COMPTEID.
           MOVE WS-IV-BENEF-NOM(WS-IV-IDX) TO GC-NOM.
           MOVE WS-IV-BENEF-COMPTE(WS-IV-IDX) TO GC-IBAN.
           MOVE WS-IV-MONTANT-EUR(WS-IV-IDX) TO GC-MONTANT.
           MOVE WS-TODAY-ISO TO GC-DATE.
           MOVE 'VIR INTL' TO GC-ORIGINE.
           MOVE WS-SCREEN-LIBELLE TO GC-LIBELLE-HIT.
           MOVE 'A TRAITER' TO GC-STATUT.
           OPEN EXTEND GELCASES.
           IF WS-GELCASES-STATUS = "35"
              CLOSE GELCASES
              OPEN OUTPUT GELCASES
           END-IF.
           WRITE GELCASES-RECORD.
           CLOSE GELCASES.

           MOVE SPACES TO INTLVIR-RPT-LINE.
           STRING "ORDRE " WS-IV-ID(WS-IV-IDX)
              " COMPTE " WS-IV-COMPTEID(WS-IV-IDX)
              " GELE : " WS-SCREEN-LIBELLE
              DELIMITED BY SIZE INTO INTLVIR-RPT-LINE.
           WRITE INTLVIR-RPT-LINE.

       0610-EMETTRE-ORDRE.
           MOVE WS-IV-ID(WS-IV-IDX) TO DET-OUT-ID.
           MOVE WS-IV-BIC(WS-IV-IDX) TO DET-OUT-BIC.
           MOVE WS-IV-BENEF-COMPTE(WS-IV-IDX) TO DET-OUT-COMPTE.
           MOVE WS-IV-BENEF-NOM(WS-IV-IDX) TO DET-OUT-NOM.
           MOVE WS-IV-BENEF-ADRESSE(WS-IV-IDX) TO DET-OUT-ADRESSE.
           MOVE WS-IV-DEVISE(WS-IV-IDX) TO DET-OUT-DEVISE.
           MOVE WS-IV-MONTANT-DEV(WS-IV-IDX) TO DET-OUT-MONTANT.
           MOVE WS-IV-FRAIS(WS-IV-IDX) TO DET-OUT-FRAIS.
           MOVE WS-IV-LIBELLE(WS-IV-IDX) TO DET-OUT-LIBELLE.
           WRITE INTLOUT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-ENVOI-COUNT.
           ADD WS-IV-MONTANT-DEV(WS-IV-IDX) TO WS-ENVOI-TOTAL.

           MOVE 'EMIS' TO WS-IV-STATUT(WS-IV-IDX).
           MOVE WS-TODAY-ISO TO WS-IV-DATE-ENVOI(WS-IV-IDX).
           ADD 1 TO WS-NB-EMIS.

           MOVE WS-IV-MONTANT-DEV(WS-IV-IDX) TO WS-DEVISE-ED.
           MOVE SPACES TO INTLVIR-RPT-LINE.
           STRING "ORDRE " WS-IV-ID(WS-IV-IDX)
              " COMPTE " WS-IV-COMPTEID(WS-IV-IDX)
              " " WS-DEVISE-ED " " WS-IV-DEVISE(WS-IV-IDX)
              " " WS-IV-FRAIS(WS-IV-IDX) " " WS-IV-BIC(WS-IV-IDX)
              " EMIS"
              DELIMITED BY SIZE INTO INTLVIR-RPT-LINE.
           WRITE INTLVIR-RPT-LINE.

       0800-REWRITE-REGISTRE.
           OPEN OUTPUT INTLVIR.
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
              UNTIL WS-IV-IDX > WS-IV-COUNT
              MOVE WS-IV-ENTRY(WS-IV-IDX) TO INTLVIR-RECORD
              WRITE INTLVIR-RECORD
           END-PERFORM.
           CLOSE INTLVIR.

       END PROGRAM intlvirbatch.
