       IDENTIFICATION DIVISION.
       PROGRAM-ID. pelbatch.
       AUTHOR. D.KISAMA.

      *> Batch quotidien des plans d'epargne logement : a placer dans
      *> JOBPLAN.DAT. Parcourt PELCONTRATS.DAT (voir PEL.cpy), reecrit
      *> via PELCONTRATS.TMP :
      *>  - contrat OUVERT : virement du depot initial du compte
      *>    source vers le compte PEL ; refuse, le contrat est ANNULE.
      *>    Le premier versement mensuel tombe le mois suivant au jour
      *>    choisi, le premier anniversaire un an apres l'ouverture ;
      *>  - contrat ACTIF : versement mensuel obligatoire arrive a
      *>    date (un versement refuse est signale au client par
      *>    msgnotif et n'est pas represente), puis a l'anniversaire
      *>    controle du versement annuel minimal (manquement compte
      *>    et porte au rapport), capitalisation des interets de
      *>    l'annee au taux du contrat (versements de l'annee comptes
      *>    pour une demi-annee) et bilan annuel envoye au client ;
      *>  - contrat A CLOTURER (demande de l'ecran PLANS EPARGNE
      *>    LOGEMENT d'activity2banq) : interets de l'annee en cours au
      *>    prorata des jours, ramenes au taux de cloture anticipee
      *>    avant la duree minimale, credites au compte PEL, puis le
      *>    solde du compte PEL est vire au compte source (seul debit
      *>    admis par opprelev sur un compte PEL, type CLOTURE PEL).
      *> Parametres : PELPARM.DAT, fichier optionnel-avec-defaut
      *> comme DORMANTPARM.DAT -- depot initial minimal 225.00,
      *> versement annuel minimal 540.00, duree minimale 4 ans, taux
      *> de cloture anticipee 0.50 %. Les mouvements sont ecrits dans
      *> GENERESQL.SQL/GENERUPDATE.SQL comme pretprelevbatch ; le
      *> rapport PEL.RPT est inscrit au spool retenu sous le nom PEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PELPARM ASSIGN TO "PELPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PELPARM-STATUS.

           SELECT PELCONTRATS ASSIGN TO "PELCONTRATS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PELCONTRATS-STATUS.

           SELECT PELCONTRATSTMP ASSIGN TO "PELCONTRATS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PEL-RPT ASSIGN TO "PEL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PELPARM.
       01 PELPARM-RECORD.
           05 PPM-DEPOT-MIN        PIC 9(5)V99.
           05 PPM-VERSEMENT-ANNUEL PIC 9(5)V99.
           05 PPM-DUREE-MIN        PIC 9(2).
           05 PPM-TAUX-ANTICIPE    PIC 9(2)V99.

       FD PELCONTRATS.
           COPY "PEL.cpy".

       FD PELCONTRATSTMP.
       01 PELCONTRATSTMP-RECORD  PIC X(132).

       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       FD PEL-RPT.
       01 PEL-RPT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PELPARM-STATUS     PIC X(2).
       01 WS-PELCONTRATS-STATUS PIC X(2).
       01 WS-COMPTESFILE-STATUS PIC X(2).
       01 WS-EOF                PIC X(3).

       01 WS-VERSEMENT-ANNUEL   PIC 9(5)V99 VALUE 540.00.
       01 WS-DUREE-MIN          PIC 9(2) VALUE 4.
       01 WS-TAUX-ANTICIPE      PIC 9(2)V99 VALUE 0.50.

      *> dates du contrat : mois ou annee suivante (ISO)
       01 WS-DATE-CALC          PIC X(10).
       01 WS-DC-AN              PIC 9(4).
       01 WS-DC-MOIS            PIC 9(2).
       01 WS-DC-JOUR            PIC 9(2).
       01 WS-FIN-DUREE          PIC X(10).
       01 WS-DEBUT-ANNEE        PIC X(10).
       01 WS-DEB-NUM            PIC 9(8).
       01 WS-DEB-INT            PIC S9(8).
       01 WS-TODAY-INT          PIC S9(8).
       01 WS-JOURS-COURUS       PIC S9(5).

       01 WS-INTERETS-ANNEE     PIC 9(7)V99.
       01 WS-INTERETS-TOTAL     PIC 9(7)V99.
       01 WS-SOLDE-PEL          PIC S9(9)V99.

      *> virement interne : le compte debite, le compte credite et le
      *> montant ; au-dela de 99999.99 (image de L-SOMME) le montant
      *> est vire par tranches, voir 0600
       01 WS-VIR-DEBIT          PIC 9(5).
       01 WS-VIR-CREDIT         PIC 9(5).
       01 WS-VIR-MONTANT        PIC 9(9)V99.
       01 WS-VIR-RESTE          PIC 9(9)V99.
       01 WS-VIR-TYPEOP         PIC X(20).
       01 WS-VIR-LIBELLE        PIC X(30).
       01 WS-VIR-OK             PIC X(3).
       01 WS-SQL-COMPTEID       PIC 9(5).
       01 WS-SQL-OPERATOR       PIC X.
       01 WS-SQL-TYPE           PIC X(25).

       01 L-SOLDE        PIC 9(5)V99.
       01 L-SOMME        PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-TYPEOP       PIC X(20).
       01 L-SUCCESS      PIC X(3).
       01 L-COMM         PIC 9V99 VALUE 0.
       01 L-DATE         PIC X(10).
       01 L-LIBELLE      PIC X(25).
       01 L-COMPTEID     PIC 9(5).

       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

       01 WS-NB-CONTRATS        PIC 9(7) VALUE 0.
       01 WS-NB-OUVERTS         PIC 9(7) VALUE 0.
       01 WS-NB-ANNULES         PIC 9(7) VALUE 0.
       01 WS-NB-VERSEMENTS      PIC 9(7) VALUE 0.
       01 WS-NB-REFUSES         PIC 9(7) VALUE 0.
       01 WS-NB-ANNIVERSAIRES   PIC 9(7) VALUE 0.
       01 WS-NB-MANQUEMENTS     PIC 9(7) VALUE 0.
       01 WS-NB-CLOTURES        PIC 9(7) VALUE 0.
       01 WS-NB-ECHECS          PIC 9(7) VALUE 0.

       01 WS-ED-MONTANT         PIC Z(6)9.99.
       01 WS-ED-MONTANT2        PIC Z(6)9.99.

      *> restart/checkpoint sequence number, see 0320-NEXT-SQL-SEQ
       01 WS-SQL-SEQ-NR          PIC 9(10) VALUE ZEROES.

      *> meme disposition que SQL-DETAIL-LINE / SQL-UPDATE-LINE de
      *> activity2banq (pas de STATUSOP : operation de batch)
       01 SQL-DETAIL-LINE.
           05 DET-START           PIC X(79) VALUE
       'INSERT INTO OPERATIONS (TYPE,LIBELLE,MONTANT,COMPTEID,IDCLIENT,
      -'DATEOP) VALUES('.
           05 FILLER              PIC X   VALUE "'".
           05 DET-TYPE            PIC X(25).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-LIBELLE         PIC X(30).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(12).
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
            05 DET-UP-SOMME        PIC 9(9).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

      *> notification systeme du client via msgnotif (MESSAGES.DAT)
       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'pelbatch'.
       01 WS-BR-HEURE-DEBUT     PIC X(6).
       01 WS-BR-RECORDS         PIC 9(7).
       01 WS-BR-FAILED          PIC 9(7).
       01 WS-BR-STATUT          PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

      *> cloture des intentions de postage d'un mouvement sans
      *> ligne journal, voir le module postintent
       01 WS-PI-ACTION          PIC X VALUE 'T'.
       01 WS-PI-MODULE          PIC X(20) VALUE 'pelbatch'.
       01 WS-PI-COMPTEID        PIC 9(5).
       01 WS-PI-AVANT           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-APRES           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-SEQ             PIC 9(10) VALUE ZEROES.

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.
           MOVE WS-TODAY-ISO TO L-DATE.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAYS-DATE).
           PERFORM 0150-LIRE-PELPARM.

           OPEN OUTPUT PEL-RPT.
           MOVE SPACES TO PEL-RPT-LINE.
           STRING "PLANS EPARGNE LOGEMENT AU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO PEL-RPT-LINE.
           WRITE PEL-RPT-LINE.

           OPEN EXTEND GENERESQL.
           OPEN EXTEND GENERUPDATE.

           OPEN OUTPUT PELCONTRATSTMP.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PELCONTRATS.
           IF WS-PELCONTRATS-STATUS = "00"
              READ PELCONTRATS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 ADD 1 TO WS-NB-CONTRATS
                 PERFORM 0200-TRAITER-CONTRAT
                 WRITE PELCONTRATSTMP-RECORD FROM PELCONTRATS-RECORD
                 READ PELCONTRATS
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE PELCONTRATS
           END-IF.
           CLOSE PELCONTRATSTMP.

           CLOSE GENERESQL.
           CLOSE GENERUPDATE.

           PERFORM 0900-RECOPIER-CONTRATS.

           MOVE SPACES TO PEL-RPT-LINE.
           STRING "CONTRATS: " WS-NB-CONTRATS
              "  OUVERTS: " WS-NB-OUVERTS
              "  ANNULES: " WS-NB-ANNULES
              "  VERSEMENTS: " WS-NB-VERSEMENTS
              "  REFUSES: " WS-NB-REFUSES
              DELIMITED BY SIZE INTO PEL-RPT-LINE.
           WRITE PEL-RPT-LINE.
           MOVE SPACES TO PEL-RPT-LINE.
           STRING "ANNIVERSAIRES: " WS-NB-ANNIVERSAIRES
              "  MANQUEMENTS: " WS-NB-MANQUEMENTS
              "  CLOTURES: " WS-NB-CLOTURES
              "  CLOTURES EN ECHEC: " WS-NB-ECHECS
              DELIMITED BY SIZE INTO PEL-RPT-LINE.
           WRITE PEL-RPT-LINE.
           CLOSE PEL-RPT.

           MOVE 'PEL' TO WS-SPOOL-NOM.
           MOVE 'PEL.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NB-CONTRATS TO WS-BR-RECORDS.
           MOVE WS-NB-ECHECS TO WS-BR-FAILED.
           IF WS-NB-ECHECS = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0150-LIRE-PELPARM.
           OPEN INPUT PELPARM.
           IF WS-PELPARM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PELPARM
              AT END
                 CONTINUE
              NOT AT END
                 IF PPM-VERSEMENT-ANNUEL IS NUMERIC
                    MOVE PPM-VERSEMENT-ANNUEL TO WS-VERSEMENT-ANNUEL
                 END-IF
                 IF PPM-DUREE-MIN IS NUMERIC
                    AND PPM-DUREE-MIN NOT = ZEROES
                    MOVE PPM-DUREE-MIN TO WS-DUREE-MIN
                 END-IF
                 IF PPM-TAUX-ANTICIPE IS NUMERIC
                    MOVE PPM-TAUX-ANTICIPE TO WS-TAUX-ANTICIPE
                 END-IF
           END-READ.
           CLOSE PELPARM.

       0200-TRAITER-CONTRAT.
           EVALUATE PL-STATUT
              WHEN 'OUVERT'
                 PERFORM 0300-DEPOT-INITIAL
              WHEN 'ACTIF'
                 IF PL-PROCHAIN-VERSEMENT NOT > WS-TODAY-ISO
                    PERFORM 0400-VERSEMENT-MENSUEL
                 END-IF
                 IF PL-DATE-ANNIVERSAIRE NOT > WS-TODAY-ISO
                    PERFORM 0450-ANNIVERSAIRE
                 END-IF
              WHEN 'A CLOTURER'
                 PERFORM 0500-CLOTURER
           END-EVALUATE.

      *>------------------------------------------------------------------------
      *> depot initial : compte source vers compte PEL
      *>------------------------------------------------------------------------
       0300-DEPOT-INITIAL.
           MOVE PL-COMPTE-SOURCE TO WS-VIR-DEBIT.
           MOVE PL-COMPTEID TO WS-VIR-CREDIT.
           MOVE PL-DEPOT-INITIAL TO WS-VIR-MONTANT.
           MOVE 'VERSEMENT PEL' TO WS-VIR-TYPEOP.
           MOVE SPACES TO WS-VIR-LIBELLE.
           STRING 'DEPOT INITIAL PEL ' PL-CONTRATID
              DELIMITED BY SIZE INTO WS-VIR-LIBELLE.
           PERFORM 0650-VIRER-TRANCHES.

           IF WS-VIR-OK = 'NON'
              MOVE 'ANNULE' TO PL-STATUT
              MOVE WS-TODAY-ISO TO PL-DATE-CLOTURE
              ADD 1 TO WS-NB-ANNULES
              MOVE PL-DEPOT-INITIAL TO WS-ED-MONTANT
              MOVE 'Plan epargne logement non ouvert'
                TO WS-NOTIF-SUBJECT
              MOVE SPACES TO WS-NOTIF-BODY
              STRING 'Depot initial de ' FUNCTION TRIM(WS-ED-MONTANT)
                 ' refuse : contrat annule'
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
              CALL 'msgnotif' USING PL-IDCLIENT,
                 WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO
              MOVE SPACES TO PEL-RPT-LINE
              STRING "CONTRAT " PL-CONTRATID " CLIENT " PL-IDCLIENT
                 " DEPOT INITIAL REFUSE - CONTRAT ANNULE"
                 DELIMITED BY SIZE INTO PEL-RPT-LINE
              WRITE PEL-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'ACTIF' TO PL-STATUT.
           MOVE PL-DEPOT-INITIAL TO PL-CAPITAL-ANNIV.
           MOVE ZEROES TO PL-VERSE-ANNEE.
           MOVE ZEROES TO PL-INTERETS-ACQUIS.
           MOVE ZEROES TO PL-NB-MANQUEMENTS.
           MOVE PL-DATE-OUVERTURE TO WS-DATE-CALC.
           PERFORM 0700-MOIS-SUIVANT.
           MOVE WS-DATE-CALC TO PL-PROCHAIN-VERSEMENT.
           MOVE PL-DATE-OUVERTURE TO WS-DATE-CALC.
           PERFORM 0710-AN-SUIVANT.
           MOVE WS-DATE-CALC TO PL-DATE-ANNIVERSAIRE.
           ADD 1 TO WS-NB-OUVERTS.
           MOVE PL-DEPOT-INITIAL TO WS-ED-MONTANT.
           MOVE SPACES TO PEL-RPT-LINE.
           STRING "CONTRAT " PL-CONTRATID " CLIENT " PL-IDCLIENT
              " DEPOT INITIAL " WS-ED-MONTANT " - ACTIF"
              DELIMITED BY SIZE INTO PEL-RPT-LINE.
           WRITE PEL-RPT-LINE.

      *>------------------------------------------------------------------------
      *> versement mensuel obligatoire ; un versement refuse n'est pas
      *> represente, il manquera au versement annuel
      *>------------------------------------------------------------------------
       0400-VERSEMENT-MENSUEL.
           MOVE PL-COMPTE-SOURCE TO WS-VIR-DEBIT.
           MOVE PL-COMPTEID TO WS-VIR-CREDIT.
           MOVE PL-VERSEMENT TO WS-VIR-MONTANT.
           MOVE 'VERSEMENT PEL' TO WS-VIR-TYPEOP.
           MOVE SPACES TO WS-VIR-LIBELLE.
           STRING 'VERSEMENT PEL ' PL-CONTRATID
              DELIMITED BY SIZE INTO WS-VIR-LIBELLE.
           PERFORM 0600-VIRER.

           IF WS-VIR-OK = 'OUI'
              ADD PL-VERSEMENT TO PL-VERSE-ANNEE
              ADD 1 TO WS-NB-VERSEMENTS
           ELSE
              ADD 1 TO WS-NB-REFUSES
              MOVE PL-VERSEMENT TO WS-ED-MONTANT
              MOVE 'Versement plan epargne logement refuse'
                TO WS-NOTIF-SUBJECT
              MOVE SPACES TO WS-NOTIF-BODY
              STRING 'Versement de ' FUNCTION TRIM(WS-ED-MONTANT)
                 ' du ' PL-PROCHAIN-VERSEMENT
                 ' non passe : provision insuffisante'
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
              CALL 'msgnotif' USING PL-IDCLIENT,
                 WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO
              MOVE SPACES TO PEL-RPT-LINE
              STRING "CONTRAT " PL-CONTRATID " CLIENT " PL-IDCLIENT
                 " VERSEMENT DU " PL-PROCHAIN-VERSEMENT " REFUSE"
                 DELIMITED BY SIZE INTO PEL-RPT-LINE
              WRITE PEL-RPT-LINE
           END-IF.

           MOVE PL-PROCHAIN-VERSEMENT TO WS-DATE-CALC.
           PERFORM 0700-MOIS-SUIVANT.
           MOVE WS-DATE-CALC TO PL-PROCHAIN-VERSEMENT.

      *>------------------------------------------------------------------------
      *> anniversaire : versement annuel minimal et interets de l'annee
      *>------------------------------------------------------------------------
       0450-ANNIVERSAIRE.
           ADD 1 TO WS-NB-ANNIVERSAIRES.
           IF PL-VERSE-ANNEE < WS-VERSEMENT-ANNUEL
              IF PL-NB-MANQUEMENTS < 99
                 ADD 1 TO PL-NB-MANQUEMENTS
              END-IF
              ADD 1 TO WS-NB-MANQUEMENTS
              MOVE PL-VERSE-ANNEE TO WS-ED-MONTANT
              MOVE WS-VERSEMENT-ANNUEL TO WS-ED-MONTANT2
              MOVE SPACES TO PEL-RPT-LINE
              STRING "CONTRAT " PL-CONTRATID " CLIENT " PL-IDCLIENT
                 " MANQUEMENT - VERSE " WS-ED-MONTANT
                 " POUR " WS-ED-MONTANT2 " MINIMUM"
                 DELIMITED BY SIZE INTO PEL-RPT-LINE
              WRITE PEL-RPT-LINE
           END-IF.

           COMPUTE WS-INTERETS-ANNEE ROUNDED =
              (PL-CAPITAL-ANNIV + PL-INTERETS-ACQUIS) * PL-TAUX / 100
              + PL-VERSE-ANNEE * PL-TAUX / 200.
           ADD WS-INTERETS-ANNEE TO PL-INTERETS-ACQUIS.
           ADD PL-VERSE-ANNEE TO PL-CAPITAL-ANNIV.

           MOVE PL-VERSE-ANNEE TO WS-ED-MONTANT.
           MOVE PL-INTERETS-ACQUIS TO WS-ED-MONTANT2.
           MOVE 'Bilan annuel plan epargne logement'
             TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Verse sur l''annee ' FUNCTION TRIM(WS-ED-MONTANT)
              ', interets acquis ' FUNCTION TRIM(WS-ED-MONTANT2)
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING PL-IDCLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

           MOVE ZEROES TO PL-VERSE-ANNEE.
           MOVE PL-DATE-ANNIVERSAIRE TO WS-DATE-CALC.
           PERFORM 0710-AN-SUIVANT.
           MOVE WS-DATE-CALC TO PL-DATE-ANNIVERSAIRE.

      *>------------------------------------------------------------------------
      *> cloture : interets credites une seule fois (PL-DATE-CLOTURE
      *> posee), puis solde du compte PEL vire au compte source ; un
      *> virement refuse laisse le contrat A CLOTURER pour le passage
      *> suivant
      *>------------------------------------------------------------------------
       0500-CLOTURER.
           IF PL-DATE-CLOTURE = SPACES
              PERFORM 0510-INTERETS-CLOTURE
              IF PL-INTERETS-CLOTURE > ZEROES
                 MOVE PL-INTERETS-CLOTURE TO WS-VIR-MONTANT
                 PERFORM 0620-CREDITER-INTERETS
                 IF WS-VIR-OK = 'NON'
      *>             tranches deja creditees : elles restent acquises,
      *>             les interets de cloture sont ramenes a ce montant
                    IF WS-VIR-RESTE < PL-INTERETS-CLOTURE
                       SUBTRACT WS-VIR-RESTE FROM PL-INTERETS-CLOTURE
                       MOVE WS-TODAY-ISO TO PL-DATE-CLOTURE
                    END-IF
                    PERFORM 0590-ECHEC-CLOTURE
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              MOVE WS-TODAY-ISO TO PL-DATE-CLOTURE
           END-IF.

           MOVE ZEROES TO WS-SOLDE-PEL.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS = "00"
              MOVE PL-COMPTEID TO CF-COMPTEID
              READ COMPTESFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE CF-SOLDE TO WS-SOLDE-PEL
              END-READ
              CLOSE COMPTESFILE
           END-IF.

           IF WS-SOLDE-PEL > ZEROES
              MOVE PL-COMPTEID TO WS-VIR-DEBIT
              MOVE PL-COMPTE-SOURCE TO WS-VIR-CREDIT
              MOVE WS-SOLDE-PEL TO WS-VIR-MONTANT
              MOVE 'CLOTURE PEL' TO WS-VIR-TYPEOP
              MOVE SPACES TO WS-VIR-LIBELLE
              STRING 'CLOTURE PEL ' PL-CONTRATID
                 DELIMITED BY SIZE INTO WS-VIR-LIBELLE
              PERFORM 0650-VIRER-TRANCHES
              IF WS-VIR-OK = 'NON'
                 PERFORM 0590-ECHEC-CLOTURE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE 'CLOTURE' TO PL-STATUT.
           MOVE WS-TODAY-ISO TO PL-DATE-CLOTURE.
           ADD 1 TO WS-NB-CLOTURES.
           MOVE WS-SOLDE-PEL TO WS-ED-MONTANT.
           MOVE PL-INTERETS-CLOTURE TO WS-ED-MONTANT2.
           MOVE 'Cloture plan epargne logement' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Vire ' FUNCTION TRIM(WS-ED-MONTANT)
              ' dont interets ' FUNCTION TRIM(WS-ED-MONTANT2)
              ' sur votre compte ' PL-COMPTE-SOURCE
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING PL-IDCLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.
           MOVE SPACES TO PEL-RPT-LINE.
           STRING "CONTRAT " PL-CONTRATID " CLIENT " PL-IDCLIENT
              " CLOTURE - VIRE " WS-ED-MONTANT
              " DONT INTERETS " WS-ED-MONTANT2
              DELIMITED BY SIZE INTO PEL-RPT-LINE.
           WRITE PEL-RPT-LINE.

      *> interets de l'annee en cours au prorata des jours courus
      *> depuis le dernier anniversaire ; avant la duree minimale,
      *> l'ensemble des interets est ramene au taux de cloture
      *> anticipee
       0510-INTERETS-CLOTURE.
           MOVE PL-DATE-ANNIVERSAIRE TO WS-DEBUT-ANNEE.
           MOVE PL-DATE-ANNIVERSAIRE(1:4) TO WS-DC-AN.
           SUBTRACT 1 FROM WS-DC-AN.
           MOVE WS-DC-AN TO WS-DEBUT-ANNEE(1:4).
           IF WS-DEBUT-ANNEE(6:5) = '02-29'
              MOVE '02-28' TO WS-DEBUT-ANNEE(6:5)
           END-IF.
           STRING WS-DEBUT-ANNEE(1:4) WS-DEBUT-ANNEE(6:2)
              WS-DEBUT-ANNEE(9:2)
              DELIMITED BY SIZE INTO WS-DEB-NUM.
           COMPUTE WS-DEB-INT = FUNCTION INTEGER-OF-DATE(WS-DEB-NUM).
           COMPUTE WS-JOURS-COURUS = WS-TODAY-INT - WS-DEB-INT.
           IF WS-JOURS-COURUS < 0
              MOVE 0 TO WS-JOURS-COURUS
           END-IF.

           COMPUTE WS-INTERETS-ANNEE ROUNDED =
              (PL-CAPITAL-ANNIV + PL-INTERETS-ACQUIS) * PL-TAUX
              * WS-JOURS-COURUS / 36500
              + PL-VERSE-ANNEE * PL-TAUX * WS-JOURS-COURUS / 73000.
           COMPUTE WS-INTERETS-TOTAL =
              PL-INTERETS-ACQUIS + WS-INTERETS-ANNEE.

           MOVE PL-DATE-OUVERTURE TO WS-FIN-DUREE.
           MOVE PL-DATE-OUVERTURE(1:4) TO WS-DC-AN.
           ADD WS-DUREE-MIN TO WS-DC-AN.
           MOVE WS-DC-AN TO WS-FIN-DUREE(1:4).
           IF WS-TODAY-ISO < WS-FIN-DUREE
              AND PL-TAUX > WS-TAUX-ANTICIPE
              COMPUTE WS-INTERETS-TOTAL ROUNDED =
                 WS-INTERETS-TOTAL * WS-TAUX-ANTICIPE / PL-TAUX
              MOVE SPACES TO PEL-RPT-LINE
              STRING "CONTRAT " PL-CONTRATID " CLIENT " PL-IDCLIENT
                 " CLOTURE AVANT LE " WS-FIN-DUREE
                 " - TAUX DE CLOTURE ANTICIPEE"
                 DELIMITED BY SIZE INTO PEL-RPT-LINE
              WRITE PEL-RPT-LINE
           END-IF.
           MOVE WS-INTERETS-TOTAL TO PL-INTERETS-CLOTURE.

       0590-ECHEC-CLOTURE.
           ADD 1 TO WS-NB-ECHECS.
           MOVE SPACES TO PEL-RPT-LINE.
           STRING "*** CONTRAT " PL-CONTRATID " CLIENT " PL-IDCLIENT
              " CLOTURE REFUSEE - RESTE A CLOTURER"
              DELIMITED BY SIZE INTO PEL-RPT-LINE.
           WRITE PEL-RPT-LINE.

      *>------------------------------------------------------------------------
      *> virement interne d'au plus 99999.99 : prelevement du compte
      *> debite puis credit du compte credite ; un credit refuse
      *> rend le montant au compte debite. Les lignes SQL ne sont
      *> ecrites que pour un virement complet
      *>------------------------------------------------------------------------
       0600-VIRER.
           MOVE 'NON' TO WS-VIR-OK.
           MOVE ZEROES TO L-SOLDE.
           MOVE WS-VIR-MONTANT TO L-SOMME.
           MOVE WS-VIR-DEBIT TO L-COMPTEID.
           MOVE WS-VIR-TYPEOP TO L-TYPEOP.
           MOVE WS-VIR-LIBELLE TO L-LIBELLE.
           CALL 'opprelev' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-TYPEOP, L-SUCCESS, L-COMM, L-DATE, L-LIBELLE,
              L-COMPTEID, 'EUR', 'EUR'.
           IF L-SUCCESS NOT = 'OUI'
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           MOVE WS-VIR-CREDIT TO L-COMPTEID.
           CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'.
           IF L-SUCCESS NOT = 'OUI'
              MOVE ZEROES TO L-SOLDE
              MOVE WS-VIR-DEBIT TO L-COMPTEID
              CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
                 L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'
      *>       debit contrepasse, rien ne part au journal
              MOVE WS-VIR-DEBIT TO WS-PI-COMPTEID
              CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                 WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ
              EXIT PARAGRAPH
           END-IF.

           MOVE 'OUI' TO WS-VIR-OK.
           MOVE 'EPARGNE LOGEMENT' TO WS-SQL-TYPE.
           MOVE WS-VIR-DEBIT TO WS-SQL-COMPTEID.
           MOVE '-' TO WS-SQL-OPERATOR.
           PERFORM 0680-GENERER-SQL.
           MOVE WS-VIR-CREDIT TO WS-SQL-COMPTEID.
           MOVE '+' TO WS-SQL-OPERATOR.
           PERFORM 0680-GENERER-SQL.

      *> interets de cloture credites au compte PEL (par tranches)
       0620-CREDITER-INTERETS.
           MOVE 'OUI' TO WS-VIR-OK.
           MOVE WS-VIR-MONTANT TO WS-VIR-RESTE.
           MOVE SPACES TO WS-VIR-LIBELLE.
           STRING 'INTERETS PEL ' PL-CONTRATID
              DELIMITED BY SIZE INTO WS-VIR-LIBELLE.
           PERFORM UNTIL WS-VIR-RESTE = ZEROES
              OR WS-VIR-OK = 'NON'
              IF WS-VIR-RESTE > 99999.99
                 MOVE 99999.99 TO L-SOMME
              ELSE
                 MOVE WS-VIR-RESTE TO L-SOMME
              END-IF
              MOVE ZEROES TO L-SOLDE
              MOVE PL-COMPTEID TO L-COMPTEID
              CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
                 L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'
              IF L-SUCCESS = 'OUI'
                 SUBTRACT L-SOMME FROM WS-VIR-RESTE
                 MOVE 'INTERETS PEL' TO WS-SQL-TYPE
                 MOVE PL-COMPTEID TO WS-SQL-COMPTEID
                 MOVE '+' TO WS-SQL-OPERATOR
                 PERFORM 0680-GENERER-SQL
              ELSE
                 MOVE 'NON' TO WS-VIR-OK
              END-IF
           END-PERFORM.

      *> virement du montant WS-VIR-MONTANT par tranches de 99999.99
       0650-VIRER-TRANCHES.
           MOVE WS-VIR-MONTANT TO WS-VIR-RESTE.
           MOVE 'OUI' TO WS-VIR-OK.
           PERFORM UNTIL WS-VIR-RESTE = ZEROES
              OR WS-VIR-OK = 'NON'
              IF WS-VIR-RESTE > 99999.99
                 MOVE 99999.99 TO WS-VIR-MONTANT
              ELSE
                 MOVE WS-VIR-RESTE TO WS-VIR-MONTANT
              END-IF
              PERFORM 0600-VIRER
              IF WS-VIR-OK = 'OUI'
                 SUBTRACT WS-VIR-MONTANT FROM WS-VIR-RESTE
              END-IF
           END-PERFORM.

       0320-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
      *>    (une lecture/reecriture de GENERESQLSEQ.DAT par bloc de
      *>    numeros, plus par ligne)
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *> lignes SQL du mouvement de L-SOMME sur WS-SQL-COMPTEID
       0680-GENERER-SQL.
           MOVE WS-SQL-TYPE TO DET-TYPE.
           MOVE WS-VIR-LIBELLE TO DET-LIBELLE.
           MOVE SPACES TO DET-MONTANT.
           STRING WS-SQL-OPERATOR FUNCTION TRIM(L-SOMME)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE WS-SQL-COMPTEID TO DET-COMPTEID.
           MOVE PL-IDCLIENT TO DET-CLIENTID.
           MOVE WS-TODAY-ISO TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0320-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE WS-SQL-OPERATOR TO DET-OPERATOR.
           MOVE L-SOMME TO DET-UP-SOMME.
           MOVE WS-SQL-COMPTEID TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0320-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

      *>------------------------------------------------------------------------
      *> dates : WS-DATE-CALC avance d'un mois au jour de versement du
      *> contrat (01 a 28), ou d'un an (29 fevrier ramene au 28)
      *>------------------------------------------------------------------------
       0700-MOIS-SUIVANT.
           MOVE WS-DATE-CALC(1:4) TO WS-DC-AN.
           MOVE WS-DATE-CALC(6:2) TO WS-DC-MOIS.
           IF WS-DC-MOIS = 12
              MOVE 1 TO WS-DC-MOIS
              ADD 1 TO WS-DC-AN
           ELSE
              ADD 1 TO WS-DC-MOIS
           END-IF.
           MOVE PL-JOUR-VERSEMENT TO WS-DC-JOUR.
           IF WS-DC-JOUR < 1 OR WS-DC-JOUR > 28
              MOVE 28 TO WS-DC-JOUR
           END-IF.
           MOVE SPACES TO WS-DATE-CALC.
           STRING WS-DC-AN '-' WS-DC-MOIS '-' WS-DC-JOUR
              DELIMITED BY SIZE INTO WS-DATE-CALC.

       0710-AN-SUIVANT.
           MOVE WS-DATE-CALC(1:4) TO WS-DC-AN.
           ADD 1 TO WS-DC-AN.
           MOVE WS-DC-AN TO WS-DATE-CALC(1:4).
           IF WS-DATE-CALC(6:5) = '02-29'
              MOVE '02-28' TO WS-DATE-CALC(6:5)
           END-IF.

       0900-RECOPIER-CONTRATS.
           OPEN INPUT PELCONTRATSTMP.
           OPEN OUTPUT PELCONTRATS.
           MOVE 'NON' TO WS-EOF.
           READ PELCONTRATSTMP
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE PELCONTRATSTMP-RECORD TO PELCONTRATS-RECORD
              WRITE PELCONTRATS-RECORD
              READ PELCONTRATSTMP
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PELCONTRATSTMP.
           CLOSE PELCONTRATS.

       END PROGRAM pelbatch.
