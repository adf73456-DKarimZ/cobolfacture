       IDENTIFICATION DIVISION.
       PROGRAM-ID. almgapbatch.
       AUTHOR. D.KISAMA.

      *> Impasse de liquidite et sensibilite de la marge d'interets
      *> pour le comite financier : a passer en fin de trimestre.
      *> Actifs et passifs sont ventiles par duree residuelle en six
      *> tranches (jour le jour, jusqu'a un mois, trois mois, un an,
      *> cinq ans, au-dela), en contre-valeur EUR au dernier taux de
      *> TAUXCHANGE.DAT (comme statregbatch) :
      *>  - actifs : decouverts de COMPTES.DAT au jour le jour (taux
      *>    debiteur du parametre), et echeances de capital restant
      *>    a percevoir de PRETPLAN.DAT (ni PRELEVEE ni REMPLACEE)
      *>    des prets non SOLDES de PRETS.DAT, a leur date
      *>    d'exigibilite, au taux du pret ; une echeance deja
      *>    echue tombe au jour le jour ;
      *>  - passifs contractuels : depots a terme ACTIFS de
      *>    DEPATERME.DAT a leur echeance, a leur taux ;
      *>  - depots a vue (soldes crediteurs de COMPTES.DAT, au taux
      *>    du bareme TAUXBAREME.DAT retenu comme accrualbatch) :
      *>    les virements permanents ACTIFS vers une autre banque
      *>    (SO-IBAN-DEST renseigne) de STANDORD.DAT sortent d'abord
      *>    a leurs dates d'execution des douze prochains mois ; le
      *>    reste s'ecoule selon la convention d'ecoulement
      *>    comportementale du parametre. Un virement permanent
      *>    interne ne fait que deplacer un depot dans le bilan.
      *> L'impasse d'une tranche est actifs moins passifs. La
      *> sensibilite de la marge d'interets sur douze mois, bilan
      *> constant, applique un choc parallele de +/- 200 points de
      *> base (parametrable) a tout ce qui se reprice dans l'annee,
      *> pour la fraction d'annee restant apres le milieu de sa
      *> tranche ; a la baisse, aucun taux ne passe sous zero.
      *> ALMPARM.DAT (facultatif, un champ a zero garde la valeur
      *> par defaut) : pourcentages d'ecoulement des depots a vue
      *> par tranche (total 100), choc en points de base, taux
      *> debiteur des decouverts. Le rapport ALMGAP.RPT est inscrit
      *> au spool sous ALMGAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT STANDORD ASSIGN TO "STANDORD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SO-ORDREID
              FILE STATUS IS WS-STANDORD-STATUS.

           SELECT TAUXBAREME ASSIGN TO "TAUXBAREME.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAUXBAREME-STATUS.

           SELECT TAUXCHANGE ASSIGN TO "TAUXCHANGE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAUXCHANGE-STATUS.

           SELECT DEPATERME ASSIGN TO "DEPATERME.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPATERME-STATUS.

           SELECT PRETS ASSIGN TO "PRETS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETS-STATUS.

           SELECT PRETPLAN ASSIGN TO "PRETPLAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETPLAN-STATUS.

           SELECT ALMPARM ASSIGN TO "ALMPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALMPARM-STATUS.

           SELECT ALMGAP-RPT ASSIGN TO "ALMGAP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD STANDORD.
       01 STANDORD-RECORD.
           05 SO-ORDREID               PIC 9(3).
           05 SO-CLIENT-ID              PIC 9(5).
           05 SO-COMPTE-DEST            PIC 9(5).
           05 SO-CLIENT-DEST-ID         PIC 9(5).
           05 SO-MONTANT                PIC 9(5)V99.
           05 SO-JOUR-EXEC              PIC 99.
           05 SO-DATE-DERNIERE-EXEC     PIC X(10).
           05 SO-IBAN-DEST              PIC X(34).
           05 SO-STATUT                 PIC X(10).
           05 SO-NB-ECHECS              PIC 9(2).

       FD TAUXBAREME.
       01 TAUXBAREME-RECORD.
           05 TB-TYPECLIENT      PIC X(20).
           05 TB-PLANCHER        PIC 9(7)V99.
           05 TB-TAUX            PIC 9V99.
           05 TB-DATE-EFFET      PIC X(10).

       FD TAUXCHANGE.
       01 TAUXCHANGE-RECORD.
           05 TX-DEVISE-OP       PIC X(3).
           05 TX-DEVISE-COMPTE   PIC X(3).
           05 TX-TAUX            PIC 9(3)V9(6).
           05 TX-DATE-EFFET      PIC X(10).

       FD DEPATERME.
       01 DEPATERME-RECORD.
           05 DT-DEPOTID         PIC 9(10).
           05 DT-COMPTEID        PIC 9(5).
           05 DT-IDCLIENT        PIC 9(5).
           05 DT-MONTANT         PIC S9(9)V99.
           05 DT-TAUX            PIC 9(2)V99.
           05 DT-DATE-OUVERTURE  PIC X(10).
           05 DT-DATE-ECHEANCE   PIC X(10).
           05 DT-RENOUVELLEMENT  PIC X.
           05 DT-STATUT          PIC X(10).

       FD PRETS.
       01 PRETS-RECORD.
           05 PR-PRETID          PIC 9(5).
           05 PR-IDCLIENT        PIC 9(5).
           05 PR-COMPTEID        PIC 9(5).
           05 PR-CAPITAL         PIC 9(7)V99.
           05 PR-TAUX-ANNUEL     PIC 9(2)V99.
           05 PR-DUREE-MOIS      PIC 9(3).
           05 PR-DATE-DEBUT      PIC X(10).
           05 PR-STATUT          PIC X(10).

       FD PRETPLAN.
       01 PRETPLAN-RECORD.
           05 PP-PRETID          PIC 9(5).
           05 PP-NUM-ECHEANCE    PIC 9(3).
           05 PP-DATE-EXIG       PIC X(10).
           05 PP-PART-CAPITAL    PIC 9(7)V99.
           05 PP-PART-INTERETS   PIC 9(7)V99.
           05 PP-CAPITAL-RESTANT PIC 9(7)V99.
           05 PP-STATUT          PIC X(10).

      *> ecoulement des depots a vue par tranche en pourcentage
      *> (jour le jour, 1 mois, 3 mois, 1 an, 5 ans, au-dela),
      *> choc de taux en points de base, taux debiteur des
      *> decouverts
       FD ALMPARM.
       01 ALMPARM-RECORD.
           05 ALP-ECOUL-JJ       PIC 9(3)V99.
           05 ALP-ECOUL-1M       PIC 9(3)V99.
           05 ALP-ECOUL-3M       PIC 9(3)V99.
           05 ALP-ECOUL-1A       PIC 9(3)V99.
           05 ALP-ECOUL-5A       PIC 9(3)V99.
           05 ALP-ECOUL-AU       PIC 9(3)V99.
           05 ALP-CHOC-PB        PIC 9(3).
           05 ALP-TAUX-DEBITEUR  PIC 9(2)V99.

       FD ALMGAP-RPT.
       01 ALMGAP-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-STANDORD-STATUS     PIC X(2).
       01 WS-TAUXBAREME-STATUS   PIC X(2).
       01 WS-TAUXCHANGE-STATUS   PIC X(2).
       01 WS-DEPATERME-STATUS    PIC X(2).
       01 WS-PRETS-STATUS        PIC X(2).
       01 WS-PRETPLAN-STATUS     PIC X(2).
       01 WS-ALMPARM-STATUS      PIC X(2).
       01 WS-EOF                 PIC X(3).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-TODAY-INT           PIC 9(9).

      *> convention d'ecoulement des depots a vue (pourcentages par
      *> tranche), choc de taux et taux debiteur par defaut
       01 WS-ECOUL-TABLE.
           05 WS-ECOUL-PCT OCCURS 6 TIMES PIC 9(3)V99.
       01 WS-ECOUL-TOTAL         PIC 9(4)V99.
       01 WS-ECOUL-DEFAUT        PIC X(3) VALUE 'NON'.
       01 WS-CHOC-PB             PIC 9(3) VALUE 200.
       01 WS-CHOC-PCT            PIC 9(2)V9(4).
       01 WS-TAUX-DEBITEUR       PIC 9(2)V99 VALUE 12.00.

      *> tranches de duree residuelle : borne haute en jours et
      *> fraction de l'annee restant apres le milieu de la tranche
      *> (0 au-dela d'un an : hors horizon de la marge)
       01 WS-TR-TABLE.
           05 WS-TR-ENTRY OCCURS 6 TIMES.
              10 WS-TR-LIBELLE       PIC X(14).
              10 WS-TR-BORNE         PIC 9(5).
              10 WS-TR-FACTEUR       PIC 9V9(4).
              10 WS-TR-ACTIF         PIC 9(13)V99.
              10 WS-TR-ACTIF-INT     PIC 9(11)V9(4).
              10 WS-TR-ACTIF-BAISSE  PIC 9(11)V9(4).
              10 WS-TR-PASSIF        PIC 9(13)V99.
              10 WS-TR-PASSIF-INT    PIC 9(11)V9(4).
              10 WS-TR-PASSIF-BAISSE PIC 9(11)V9(4).
              10 WS-TR-IMPASSE       PIC S9(13)V99.
              10 WS-TR-CUMUL         PIC S9(13)V99.
       01 WS-TR-IDX              PIC 9(2).

      *> detail par poste du bilan : 1 decouverts, 2 prets,
      *> 3 depots a terme, 4 virements permanents sortants,
      *> 5 depots a vue ecoules
       01 WS-PST-TABLE.
           05 WS-PST-ENTRY OCCURS 5 TIMES.
              10 WS-PST-LIBELLE      PIC X(24).
              10 WS-PST-MONTANT OCCURS 6 TIMES PIC 9(13)V99.
       01 WS-PST-IDX             PIC 9(2).

      *> bareme des depots a vue (plancher le plus eleve couvert par
      *> le solde, date d'effet la plus recente)
       01 WS-TB-TABLE.
           05 WS-TB-ENTRY OCCURS 30 TIMES.
              10 WS-TB-PLANCHER      PIC 9(7)V99.
              10 WS-TB-TAUX          PIC 9V99.
              10 WS-TB-DATE-EFFET    PIC X(10).
       01 WS-TB-COUNT            PIC 9(2) VALUE 0.
       01 WS-TB-IDX              PIC 9(2).
       01 WS-TB-PLANCHER-RETENU  PIC 9(7)V99.
       01 WS-TB-DATE-RETENUE     PIC X(10).

      *> dernier taux devise -> EUR par devise rencontree
       01 WS-TX-TABLE.
           05 WS-TX-ENTRY OCCURS 20 TIMES.
              10 WS-TX-DEVISE        PIC X(3).
              10 WS-TX-TAUX          PIC 9(3)V9(6).
              10 WS-TX-DATE          PIC X(10).
       01 WS-TX-COUNT            PIC 9(2) VALUE 0.
       01 WS-TX-IDX              PIC 9(2).
       01 WS-TX-TROUVE           PIC X(3).

      *> devise de chaque compte, pour les depots a terme et les
      *> prets qui y sont rattaches
       01 WS-DEV-TABLE.
           05 WS-DEV-ENTRY OCCURS 5000 TIMES.
              10 WS-DEV-COMPTEID     PIC 9(5).
              10 WS-DEV-DEVISE       PIC X(3).
       01 WS-DEV-COUNT           PIC 9(5) VALUE 0.
       01 WS-DEV-IDX             PIC 9(5).

      *> prets en cours : taux et compte de rattachement
       01 WS-PRT-TABLE.
           05 WS-PRT-ENTRY OCCURS 1000 TIMES.
              10 WS-PRT-PRETID       PIC 9(5).
              10 WS-PRT-COMPTEID     PIC 9(5).
              10 WS-PRT-TAUX         PIC 9(2)V99.
       01 WS-PRT-COUNT           PIC 9(4) VALUE 0.
       01 WS-PRT-IDX             PIC 9(4).

      *> element en cours de ventilation : sens (A actif, P
      *> passif), poste, duree residuelle, montant EUR et taux
       01 WS-ELT-SENS            PIC X(1).
       01 WS-ELT-POSTE           PIC 9(2).
       01 WS-ELT-JOURS           PIC S9(9).
       01 WS-ELT-DEVISE          PIC X(3).
       01 WS-ELT-COMPTEID        PIC 9(5).
       01 WS-ELT-MONTANT         PIC 9(13)V99.
       01 WS-ELT-MONTANT-EUR     PIC 9(13)V99.
       01 WS-ELT-TAUX            PIC 9(2)V9(4).
       01 WS-ELT-TAUX-BAISSE     PIC 9(2)V9(4).
       01 WS-ELT-OK              PIC X(3).

       01 WS-DATE-NUM            PIC 9(8).
       01 WS-DATE-INT            PIC 9(9).

      *> depots a vue : encours, interets et capacite de baisse
      *> (taux plafonne au choc) cumules, taux moyens qui en
      *> decoulent, part deja sortie par les virements permanents
       01 WS-DV-TOTAL            PIC 9(13)V99 VALUE 0.
       01 WS-DV-INTERET          PIC 9(11)V9(4) VALUE 0.
       01 WS-DV-BAISSE           PIC 9(11)V9(4) VALUE 0.
       01 WS-DV-TAUX-MOYEN       PIC 9(2)V9(4) VALUE 0.
       01 WS-DV-BAISSE-MOYEN     PIC 9(2)V9(4) VALUE 0.
       01 WS-DV-RESTE            PIC 9(13)V99 VALUE 0.
       01 WS-DV-ECOULE           PIC 9(13)V99.
       01 WS-DV-TAUX-RETENU      PIC 9V99.

      *> virements permanents : mois d'execution projete
       01 WS-SO-AN               PIC 9(4).
       01 WS-SO-MOIS             PIC 9(2).
       01 WS-SO-NUM              PIC 9(2).
       01 WS-SO-MOIS-NUM         PIC 9(8).
       01 WS-SO-DEBUT-INT        PIC 9(9).
       01 WS-SO-FIN-INT          PIC 9(9).
       01 WS-SO-EXEC-INT         PIC 9(9).
       01 WS-SO-RETENU           PIC 9(13)V99.
       01 WS-NB-ORDRES           PIC 9(5) VALUE 0.

      *> marge d'interets sur douze mois et sensibilite au choc
       01 WS-MARGE-BASE          PIC S9(13)V99 VALUE 0.
       01 WS-DELTA-HAUSSE        PIC S9(13)V99 VALUE 0.
       01 WS-DELTA-BAISSE        PIC S9(13)V99 VALUE 0.
       01 WS-RATIO-HAUSSE        PIC S9(5)V99 VALUE 0.
       01 WS-RATIO-BAISSE        PIC S9(5)V99 VALUE 0.
       01 WS-TOT-ACTIF           PIC 9(13)V99 VALUE 0.
       01 WS-TOT-PASSIF          PIC 9(13)V99 VALUE 0.
       01 WS-TOT-IMPASSE         PIC S9(13)V99 VALUE 0.

       01 WS-NB-ELEMENTS         PIC 9(7) VALUE 0.
       01 WS-NB-NON-CONVERTIS    PIC 9(7) VALUE 0.
       01 WS-NB-SANS-ECHEANCE    PIC 9(7) VALUE 0.

      *> lignes du rapport
       01 WS-RPT-ENTETE-TR.
           05 FILLER             PIC X(16) VALUE "TRANCHE".
           05 FILLER             PIC X(19) VALUE
              "            ACTIFS".
           05 FILLER             PIC X(19) VALUE
              "           PASSIFS".
           05 FILLER             PIC X(19) VALUE
              "           IMPASSE".
           05 FILLER             PIC X(19) VALUE
              "   IMPASSE CUMULEE".

       01 WS-RPT-TRANCHE.
           05 RPT-LIBELLE        PIC X(16).
           05 RPT-ACTIF          PIC Z(14)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RPT-PASSIF         PIC Z(14)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RPT-IMPASSE        PIC -(14)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RPT-CUMUL          PIC -(14)9.99.

       01 WS-RPT-ENTETE-PST.
           05 FILLER             PIC X(24) VALUE "POSTE".
           05 FILLER             PIC X(15) VALUE "    JOUR/JOUR".
           05 FILLER             PIC X(15) VALUE "     <= 1 MOIS".
           05 FILLER             PIC X(15) VALUE "    1 A 3 MOIS".
           05 FILLER             PIC X(15) VALUE "  3 MOIS A 1AN".
           05 FILLER             PIC X(15) VALUE "     1 A 5 ANS".
           05 FILLER             PIC X(15) VALUE "       > 5 ANS".

       01 WS-RPT-POSTE.
           05 RPP-LIBELLE        PIC X(24).
           05 RPP-MONTANT OCCURS 6 TIMES PIC Z(11)9.99.

       01 WS-RPT-EDIT            PIC -(14)9.99.
       01 WS-RPT-EDIT-PCT        PIC ZZ9.99.
       01 WS-RPT-EDIT-RATIO      PIC -(5)9.99.
       01 WS-RPT-EDIT-TAUX       PIC Z9.9999.

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION           PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'almgapbatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7).
       01 WS-BR-FAILED           PIC 9(7).
       01 WS-BR-STATUT           PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM           PIC X(20).
       01 WS-SPOOL-FICHIER       PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
              (TODAYS-DATE).

           PERFORM 0120-INIT-TRANCHES.
           PERFORM 0150-LIRE-PARAMETRES.
           PERFORM 0200-CHARGER-REFERENTIELS.

           PERFORM 0300-VENTILER-COMPTES.
           PERFORM 0400-VENTILER-DEPOTS-TERME.
           PERFORM 0500-VENTILER-PRETS.
           IF WS-TABLES-TRONQUE = 'OUI'
              PERFORM 0190-ARRET-TABLES
              GOBACK
           END-IF.
           PERFORM 0600-VENTILER-DEPOTS-VUE.

           PERFORM 0700-CALCULER-IMPASSES.
           PERFORM 0800-ECRIRE-RAPPORT.

           MOVE 'ALMGAP' TO WS-SPOOL-NOM.
           MOVE 'ALMGAP.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-TOT-IMPASSE TO WS-RPT-EDIT.
           DISPLAY "Impasse de taux au " WS-TODAY-ISO " : "
              WS-NB-ELEMENTS " elements, impasse totale "
              WS-RPT-EDIT.
           MOVE WS-DELTA-HAUSSE TO WS-RPT-EDIT.
           DISPLAY "Marge 12 mois, choc +" WS-CHOC-PB " pb : "
              WS-RPT-EDIT.
           MOVE WS-DELTA-BAISSE TO WS-RPT-EDIT.
           DISPLAY "Marge 12 mois, choc -" WS-CHOC-PB " pb : "
              WS-RPT-EDIT.

           MOVE WS-NB-ELEMENTS TO WS-BR-RECORDS.
           COMPUTE WS-BR-FAILED = WS-NB-NON-CONVERTIS
              + WS-NB-SANS-ECHEANCE.
           IF WS-BR-FAILED > ZEROES OR WS-ECOUL-DEFAUT = 'OUI'
              MOVE 'PARTIEL' TO WS-BR-STATUT
           ELSE
              MOVE 'TERMINE' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

       0120-INIT-TRANCHES.
           INITIALIZE WS-TR-TABLE.
           INITIALIZE WS-PST-TABLE.
           MOVE "JOUR LE JOUR" TO WS-TR-LIBELLE(1).
           MOVE 1 TO WS-TR-BORNE(1).
           MOVE 1 TO WS-TR-FACTEUR(1).
           MOVE "<= 1 MOIS" TO WS-TR-LIBELLE(2).
           MOVE 31 TO WS-TR-BORNE(2).
           MOVE 0.9583 TO WS-TR-FACTEUR(2).
           MOVE "1 A 3 MOIS" TO WS-TR-LIBELLE(3).
           MOVE 92 TO WS-TR-BORNE(3).
           MOVE 0.8333 TO WS-TR-FACTEUR(3).
           MOVE "3 MOIS A 1 AN" TO WS-TR-LIBELLE(4).
           MOVE 366 TO WS-TR-BORNE(4).
           MOVE 0.3750 TO WS-TR-FACTEUR(4).
           MOVE "1 A 5 ANS" TO WS-TR-LIBELLE(5).
           MOVE 1827 TO WS-TR-BORNE(5).
           MOVE ZEROES TO WS-TR-FACTEUR(5).
           MOVE "> 5 ANS" TO WS-TR-LIBELLE(6).
           MOVE 99999 TO WS-TR-BORNE(6).
           MOVE ZEROES TO WS-TR-FACTEUR(6).

           MOVE "DECOUVERTS" TO WS-PST-LIBELLE(1).
           MOVE "PRETS" TO WS-PST-LIBELLE(2).
           MOVE "DEPOTS A TERME" TO WS-PST-LIBELLE(3).
           MOVE "VIREMENTS PERMANENTS" TO WS-PST-LIBELLE(4).
           MOVE "DEPOTS A VUE (ECOULEMENT)" TO WS-PST-LIBELLE(5).

           MOVE 10 TO WS-ECOUL-PCT(1).
           MOVE 5 TO WS-ECOUL-PCT(2).
           MOVE 10 TO WS-ECOUL-PCT(3).
           MOVE 15 TO WS-ECOUL-PCT(4).
           MOVE 40 TO WS-ECOUL-PCT(5).
           MOVE 20 TO WS-ECOUL-PCT(6).

      *> une convention d'ecoulement qui ne fait pas 100 % est
      *> ecartee au profit de la convention par defaut, et signalee
       0150-LIRE-PARAMETRES.
           OPEN INPUT ALMPARM.
           IF WS-ALMPARM-STATUS = "00"
              READ ALMPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    COMPUTE WS-ECOUL-TOTAL = ALP-ECOUL-JJ
                       + ALP-ECOUL-1M + ALP-ECOUL-3M + ALP-ECOUL-1A
                       + ALP-ECOUL-5A + ALP-ECOUL-AU
                    IF WS-ECOUL-TOTAL = 100
                       MOVE ALP-ECOUL-JJ TO WS-ECOUL-PCT(1)
                       MOVE ALP-ECOUL-1M TO WS-ECOUL-PCT(2)
                       MOVE ALP-ECOUL-3M TO WS-ECOUL-PCT(3)
                       MOVE ALP-ECOUL-1A TO WS-ECOUL-PCT(4)
                       MOVE ALP-ECOUL-5A TO WS-ECOUL-PCT(5)
                       MOVE ALP-ECOUL-AU TO WS-ECOUL-PCT(6)
                    ELSE
                       IF WS-ECOUL-TOTAL NOT = ZEROES
                          MOVE 'OUI' TO WS-ECOUL-DEFAUT
                       END-IF
                    END-IF
                    IF ALP-CHOC-PB NOT = ZEROES
                       MOVE ALP-CHOC-PB TO WS-CHOC-PB
                    END-IF
                    IF ALP-TAUX-DEBITEUR NOT = ZEROES
                       MOVE ALP-TAUX-DEBITEUR TO WS-TAUX-DEBITEUR
                    END-IF
              END-READ
              CLOSE ALMPARM
           END-IF.
           COMPUTE WS-CHOC-PCT = WS-CHOC-PB / 100.

      *> tables de travail saturees : aucun rapport partiel n'est
      *> remis au comite
       0190-ARRET-TABLES.
           OPEN OUTPUT ALMGAP-RPT.
           MOVE "*** TABLES DE TRAVAIL SATUREES : ARRET"
             TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           CLOSE ALMGAP-RPT.
           MOVE ZEROES TO WS-BR-RECORDS.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'ECHEC' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           MOVE 8 TO RETURN-CODE.

       0200-CHARGER-REFERENTIELS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TAUXBAREME.
           IF WS-TAUXBAREME-STATUS = "00"
              READ TAUXBAREME
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF WS-TB-COUNT < 30
                    ADD 1 TO WS-TB-COUNT
                    MOVE TB-PLANCHER TO WS-TB-PLANCHER(WS-TB-COUNT)
                    MOVE TB-TAUX TO WS-TB-TAUX(WS-TB-COUNT)
                    MOVE TB-DATE-EFFET
                      TO WS-TB-DATE-EFFET(WS-TB-COUNT)
                 END-IF
                 READ TAUXBAREME
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE TAUXBAREME
           END-IF.

           PERFORM 0210-CHARGER-TAUXCHANGE.

      *> le taux retenu par devise est le plus recent vers EUR
       0210-CHARGER-TAUXCHANGE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TAUXCHANGE.
           IF WS-TAUXCHANGE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ TAUXCHANGE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF TX-DEVISE-COMPTE = 'EUR'
                 PERFORM 0220-RETENIR-TAUX
              END-IF
              READ TAUXCHANGE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TAUXCHANGE.

       0220-RETENIR-TAUX.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT
              IF WS-TX-DEVISE(WS-TX-IDX) = TX-DEVISE-OP
                 IF TX-DATE-EFFET NOT < WS-TX-DATE(WS-TX-IDX)
                    MOVE TX-TAUX TO WS-TX-TAUX(WS-TX-IDX)
                    MOVE TX-DATE-EFFET TO WS-TX-DATE(WS-TX-IDX)
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-TX-COUNT < 20
              ADD 1 TO WS-TX-COUNT
              MOVE TX-DEVISE-OP TO WS-TX-DEVISE(WS-TX-COUNT)
              MOVE TX-TAUX TO WS-TX-TAUX(WS-TX-COUNT)
              MOVE TX-DATE-EFFET TO WS-TX-DATE(WS-TX-COUNT)
           END-IF.

      *> decouverts au jour le jour ; soldes crediteurs cumules au
      *> taux du bareme pour l'ecoulement des depots a vue
       0300-VENTILER-COMPTES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO CF-COMPTEID.
           START COMPTESFILE KEY NOT < CF-COMPTEID
              INVALID KEY MOVE 'OUI' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'OUI'
              READ COMPTESFILE NEXT
                 AT END MOVE 'OUI' TO WS-EOF
                 NOT AT END PERFORM 0320-VENTILER-UN-COMPTE
              END-READ
           END-PERFORM.
           CLOSE COMPTESFILE.

       0320-VENTILER-UN-COMPTE.
           IF CF-DEVISE = SPACES
              MOVE 'EUR' TO WS-ELT-DEVISE
           ELSE
              MOVE CF-DEVISE TO WS-ELT-DEVISE
           END-IF.
           IF WS-DEV-COUNT < 5000
              ADD 1 TO WS-DEV-COUNT
              MOVE CF-COMPTEID TO WS-DEV-COMPTEID(WS-DEV-COUNT)
              MOVE WS-ELT-DEVISE TO WS-DEV-DEVISE(WS-DEV-COUNT)
           ELSE
              MOVE 'OUI' TO WS-TABLES-TRONQUE
           END-IF.
           IF CF-SOLDE = ZEROES
              EXIT PARAGRAPH
           END-IF.

           IF CF-SOLDE > ZEROES
              MOVE CF-SOLDE TO WS-ELT-MONTANT
           ELSE
              COMPUTE WS-ELT-MONTANT = ZEROES - CF-SOLDE
           END-IF.
           PERFORM 0850-CONVERTIR-EUR.
           IF WS-ELT-OK = 'NON'
              EXIT PARAGRAPH
           END-IF.

           IF CF-SOLDE < ZEROES
              MOVE 'A' TO WS-ELT-SENS
              MOVE 1 TO WS-ELT-POSTE
              MOVE ZEROES TO WS-ELT-JOURS
              MOVE WS-TAUX-DEBITEUR TO WS-ELT-TAUX
              PERFORM 0900-VENTILER-ELEMENT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-ELEMENTS.
           PERFORM 0330-TAUX-BAREME.
           ADD WS-ELT-MONTANT-EUR TO WS-DV-TOTAL.
           COMPUTE WS-DV-INTERET = WS-DV-INTERET
              + WS-ELT-MONTANT-EUR * WS-DV-TAUX-RETENU / 100.
           IF WS-DV-TAUX-RETENU > WS-CHOC-PCT
              COMPUTE WS-DV-BAISSE = WS-DV-BAISSE
                 + WS-ELT-MONTANT-EUR * WS-CHOC-PCT / 100
           ELSE
              COMPUTE WS-DV-BAISSE = WS-DV-BAISSE
                 + WS-ELT-MONTANT-EUR * WS-DV-TAUX-RETENU / 100
           END-IF.

      *> taux du bareme : plancher le plus eleve couvert par le
      *> solde, date d'effet la plus recente (comme accrualbatch)
       0330-TAUX-BAREME.
           MOVE ZEROES TO WS-DV-TAUX-RETENU.
           MOVE ZEROES TO WS-TB-PLANCHER-RETENU.
           MOVE SPACES TO WS-TB-DATE-RETENUE.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
              UNTIL WS-TB-IDX > WS-TB-COUNT
              IF WS-TB-PLANCHER(WS-TB-IDX)
                 NOT > WS-ELT-MONTANT-EUR
                 AND (WS-TB-PLANCHER(WS-TB-IDX)
                    > WS-TB-PLANCHER-RETENU
                    OR (WS-TB-PLANCHER(WS-TB-IDX)
                       = WS-TB-PLANCHER-RETENU
                       AND WS-TB-DATE-EFFET(WS-TB-IDX)
                          > WS-TB-DATE-RETENUE))
                 MOVE WS-TB-TAUX(WS-TB-IDX) TO WS-DV-TAUX-RETENU
                 MOVE WS-TB-PLANCHER(WS-TB-IDX)
                   TO WS-TB-PLANCHER-RETENU
                 MOVE WS-TB-DATE-EFFET(WS-TB-IDX)
                   TO WS-TB-DATE-RETENUE
              END-IF
           END-PERFORM.

      *> depots a terme ACTIFS a leur echeance ; sans echeance
      *> lisible, le depot est tenu pour exigible au jour le jour
       0400-VENTILER-DEPOTS-TERME.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT DEPATERME.
           IF WS-DEPATERME-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ DEPATERME
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF DT-STATUT = 'ACTIF' AND DT-MONTANT > ZEROES
                 PERFORM 0420-VENTILER-UN-DEPOT
              END-IF
              READ DEPATERME
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE DEPATERME.

       0420-VENTILER-UN-DEPOT.
           MOVE DT-MONTANT TO WS-ELT-MONTANT.
           MOVE DT-COMPTEID TO WS-ELT-COMPTEID.
           PERFORM 0860-DEVISE-DU-COMPTE.
           PERFORM 0850-CONVERTIR-EUR.
           IF WS-ELT-OK = 'NON'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO WS-ELT-SENS.
           MOVE 3 TO WS-ELT-POSTE.
           MOVE DT-TAUX TO WS-ELT-TAUX.
           IF DT-DATE-ECHEANCE = SPACES
              ADD 1 TO WS-NB-SANS-ECHEANCE
              MOVE ZEROES TO WS-ELT-JOURS
           ELSE
              STRING DT-DATE-ECHEANCE(1:4) DT-DATE-ECHEANCE(6:2)
                 DT-DATE-ECHEANCE(9:2)
                 DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-ELT-JOURS = WS-DATE-INT - WS-TODAY-INT
           END-IF.
           PERFORM 0900-VENTILER-ELEMENT.

      *> echeances de capital restant a percevoir des prets en
      *> cours, a leur date d'exigibilite
       0500-VENTILER-PRETS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PRETS.
           IF WS-PRETS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PRETS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PR-STATUT NOT = 'SOLDE'
                 IF WS-PRT-COUNT < 1000
                    ADD 1 TO WS-PRT-COUNT
                    MOVE PR-PRETID TO WS-PRT-PRETID(WS-PRT-COUNT)
                    MOVE PR-COMPTEID TO WS-PRT-COMPTEID(WS-PRT-COUNT)
                    MOVE PR-TAUX-ANNUEL TO WS-PRT-TAUX(WS-PRT-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-TABLES-TRONQUE
                 END-IF
              END-IF
              READ PRETS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PRETS.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PRETPLAN.
           IF WS-PRETPLAN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PRETPLAN
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PP-STATUT NOT = 'PRELEVEE'
                 AND PP-STATUT NOT = 'REMPLACEE'
                 AND PP-PART-CAPITAL > ZEROES
                 PERFORM 0520-VENTILER-UNE-ECHEANCE
              END-IF
              READ PRETPLAN
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE PRETPLAN.

       0520-VENTILER-UNE-ECHEANCE.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
              UNTIL WS-PRT-IDX > WS-PRT-COUNT
              IF WS-PRT-PRETID(WS-PRT-IDX) = PP-PRETID
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PRT-IDX > WS-PRT-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE PP-PART-CAPITAL TO WS-ELT-MONTANT.
           MOVE WS-PRT-COMPTEID(WS-PRT-IDX) TO WS-ELT-COMPTEID.
           PERFORM 0860-DEVISE-DU-COMPTE.
           PERFORM 0850-CONVERTIR-EUR.
           IF WS-ELT-OK = 'NON'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WS-ELT-SENS.
           MOVE 2 TO WS-ELT-POSTE.
           MOVE WS-PRT-TAUX(WS-PRT-IDX) TO WS-ELT-TAUX.
           IF PP-DATE-EXIG = SPACES
              ADD 1 TO WS-NB-SANS-ECHEANCE
              MOVE ZEROES TO WS-ELT-JOURS
           ELSE
              STRING PP-DATE-EXIG(1:4) PP-DATE-EXIG(6:2)
                 PP-DATE-EXIG(9:2)
                 DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-ELT-JOURS = WS-DATE-INT - WS-TODAY-INT
           END-IF.
           PERFORM 0900-VENTILER-ELEMENT.

      *> depots a vue : les virements permanents sortants sortent
      *> d'abord a leurs dates, le reste s'ecoule selon la
      *> convention, le tout au taux moyen du bareme constate
       0600-VENTILER-DEPOTS-VUE.
           IF WS-DV-TOTAL = ZEROES
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DV-TAUX-MOYEN ROUNDED =
              WS-DV-INTERET * 100 / WS-DV-TOTAL.
           COMPUTE WS-DV-BAISSE-MOYEN ROUNDED =
              WS-DV-BAISSE * 100 / WS-DV-TOTAL.
           MOVE WS-DV-TOTAL TO WS-DV-RESTE.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT STANDORD.
           IF WS-STANDORD-STATUS = "00"
              READ STANDORD
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF SO-STATUT = 'ACTIF'
                    AND SO-IBAN-DEST NOT = SPACES
                    AND SO-MONTANT > ZEROES
                    ADD 1 TO WS-NB-ORDRES
                    PERFORM 0620-PROJETER-ORDRE
                 END-IF
                 READ STANDORD
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE STANDORD
           END-IF.

           MOVE 'P' TO WS-ELT-SENS.
           MOVE 5 TO WS-ELT-POSTE.
           MOVE WS-DV-RESTE TO WS-DV-ECOULE.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
              UNTIL WS-TR-IDX > 6
              COMPUTE WS-ELT-MONTANT-EUR ROUNDED =
                 WS-DV-ECOULE * WS-ECOUL-PCT(WS-TR-IDX) / 100
              IF WS-TR-IDX = 6
                 MOVE WS-DV-RESTE TO WS-ELT-MONTANT-EUR
              END-IF
              IF WS-ELT-MONTANT-EUR > WS-DV-RESTE
                 MOVE WS-DV-RESTE TO WS-ELT-MONTANT-EUR
              END-IF
              SUBTRACT WS-ELT-MONTANT-EUR FROM WS-DV-RESTE
              PERFORM 0910-CUMULER-TRANCHE
           END-PERFORM.

      *> douze executions mensuelles a partir du mois courant, au
      *> jour d'execution (cale au dernier jour du mois) ; seules
      *> comptent celles de l'annee a venir, dans la limite des
      *> depots a vue encore disponibles
       0620-PROJETER-ORDRE.
           MOVE TODAYS-DATE(1:4) TO WS-SO-AN.
           MOVE TODAYS-DATE(5:2) TO WS-SO-MOIS.
           PERFORM VARYING WS-SO-NUM FROM 1 BY 1
              UNTIL WS-SO-NUM > 13
              COMPUTE WS-SO-MOIS-NUM =
                 WS-SO-AN * 10000 + WS-SO-MOIS * 100 + 1
              COMPUTE WS-SO-DEBUT-INT =
                 FUNCTION INTEGER-OF-DATE(WS-SO-MOIS-NUM)
              ADD 1 TO WS-SO-MOIS
              IF WS-SO-MOIS > 12
                 MOVE 1 TO WS-SO-MOIS
                 ADD 1 TO WS-SO-AN
              END-IF
              COMPUTE WS-SO-MOIS-NUM =
                 WS-SO-AN * 10000 + WS-SO-MOIS * 100 + 1
              COMPUTE WS-SO-FIN-INT =
                 FUNCTION INTEGER-OF-DATE(WS-SO-MOIS-NUM) - 1
              COMPUTE WS-SO-EXEC-INT =
                 WS-SO-DEBUT-INT + SO-JOUR-EXEC - 1
              IF SO-JOUR-EXEC = ZEROES
                 MOVE WS-SO-DEBUT-INT TO WS-SO-EXEC-INT
              END-IF
              IF WS-SO-EXEC-INT > WS-SO-FIN-INT
                 MOVE WS-SO-FIN-INT TO WS-SO-EXEC-INT
              END-IF
              IF WS-SO-EXEC-INT > WS-TODAY-INT
                 AND WS-SO-EXEC-INT NOT > WS-TODAY-INT + 366
                 AND WS-DV-RESTE > ZEROES
                 PERFORM 0630-IMPUTER-EXECUTION
              END-IF
           END-PERFORM.

       0630-IMPUTER-EXECUTION.
           MOVE SO-MONTANT TO WS-SO-RETENU.
           IF WS-SO-RETENU > WS-DV-RESTE
              MOVE WS-DV-RESTE TO WS-SO-RETENU
           END-IF.
           SUBTRACT WS-SO-RETENU FROM WS-DV-RESTE.
           MOVE 'P' TO WS-ELT-SENS.
           MOVE 4 TO WS-ELT-POSTE.
           COMPUTE WS-ELT-JOURS = WS-SO-EXEC-INT - WS-TODAY-INT.
           MOVE WS-SO-RETENU TO WS-ELT-MONTANT-EUR.
           PERFORM 0920-CHOISIR-TRANCHE.
           PERFORM 0910-CUMULER-TRANCHE.

      *> impasse par tranche et cumulee ; marge d'interets de base
      *> et sensibilite au choc sur les tranches de l'annee
       0700-CALCULER-IMPASSES.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
              UNTIL WS-TR-IDX > 6
              COMPUTE WS-TR-IMPASSE(WS-TR-IDX) =
                 WS-TR-ACTIF(WS-TR-IDX) - WS-TR-PASSIF(WS-TR-IDX)
              ADD WS-TR-IMPASSE(WS-TR-IDX) TO WS-TOT-IMPASSE
              MOVE WS-TOT-IMPASSE TO WS-TR-CUMUL(WS-TR-IDX)
              ADD WS-TR-ACTIF(WS-TR-IDX) TO WS-TOT-ACTIF
              ADD WS-TR-PASSIF(WS-TR-IDX) TO WS-TOT-PASSIF
              COMPUTE WS-MARGE-BASE ROUNDED = WS-MARGE-BASE
                 + WS-TR-ACTIF-INT(WS-TR-IDX)
                 - WS-TR-PASSIF-INT(WS-TR-IDX)
              COMPUTE WS-DELTA-HAUSSE ROUNDED = WS-DELTA-HAUSSE
                 + WS-TR-IMPASSE(WS-TR-IDX) * WS-CHOC-PCT / 100
                 * WS-TR-FACTEUR(WS-TR-IDX)
              COMPUTE WS-DELTA-BAISSE ROUNDED = WS-DELTA-BAISSE
                 + (WS-TR-PASSIF-BAISSE(WS-TR-IDX)
                 - WS-TR-ACTIF-BAISSE(WS-TR-IDX))
                 * WS-TR-FACTEUR(WS-TR-IDX)
           END-PERFORM.
           IF WS-MARGE-BASE > ZEROES
              COMPUTE WS-RATIO-HAUSSE ROUNDED =
                 WS-DELTA-HAUSSE * 100 / WS-MARGE-BASE
              COMPUTE WS-RATIO-BAISSE ROUNDED =
                 WS-DELTA-BAISSE * 100 / WS-MARGE-BASE
           END-IF.

       0800-ECRIRE-RAPPORT.
           OPEN OUTPUT ALMGAP-RPT.
           MOVE SPACES TO ALMGAP-RPT-LINE.
           STRING "IMPASSE DE LIQUIDITE ET SENSIBILITE DE LA MARGE "
              "D'INTERETS - ARRETE DU " WS-TODAY-ISO
              " - MONTANTS EN EUR"
              DELIMITED BY SIZE INTO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE SPACES TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.

           MOVE "IMPASSE PAR DUREE RESIDUELLE" TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE WS-RPT-ENTETE-TR TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
              UNTIL WS-TR-IDX > 6
              MOVE WS-TR-LIBELLE(WS-TR-IDX) TO RPT-LIBELLE
              MOVE WS-TR-ACTIF(WS-TR-IDX) TO RPT-ACTIF
              MOVE WS-TR-PASSIF(WS-TR-IDX) TO RPT-PASSIF
              MOVE WS-TR-IMPASSE(WS-TR-IDX) TO RPT-IMPASSE
              MOVE WS-TR-CUMUL(WS-TR-IDX) TO RPT-CUMUL
              MOVE WS-RPT-TRANCHE TO ALMGAP-RPT-LINE
              WRITE ALMGAP-RPT-LINE
           END-PERFORM.
           MOVE "TOTAL" TO RPT-LIBELLE.
           MOVE WS-TOT-ACTIF TO RPT-ACTIF.
           MOVE WS-TOT-PASSIF TO RPT-PASSIF.
           MOVE WS-TOT-IMPASSE TO RPT-IMPASSE.
           MOVE WS-TOT-IMPASSE TO RPT-CUMUL.
           MOVE WS-RPT-TRANCHE TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.

           MOVE SPACES TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE "DETAIL PAR POSTE" TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE WS-RPT-ENTETE-PST TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
              UNTIL WS-PST-IDX > 5
              MOVE WS-PST-LIBELLE(WS-PST-IDX) TO RPP-LIBELLE
              PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                 UNTIL WS-TR-IDX > 6
                 MOVE WS-PST-MONTANT(WS-PST-IDX, WS-TR-IDX)
                   TO RPP-MONTANT(WS-TR-IDX)
              END-PERFORM
              MOVE WS-RPT-POSTE TO ALMGAP-RPT-LINE
              WRITE ALMGAP-RPT-LINE
           END-PERFORM.

           MOVE SPACES TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE "HYPOTHESES" TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE SPACES TO ALMGAP-RPT-LINE.
           STRING "ECOULEMENT DES DEPOTS A VUE (%) :"
              DELIMITED BY SIZE INTO ALMGAP-RPT-LINE.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
              UNTIL WS-TR-IDX > 6
              MOVE WS-ECOUL-PCT(WS-TR-IDX) TO WS-RPT-EDIT-PCT
              MOVE WS-RPT-EDIT-PCT
                TO ALMGAP-RPT-LINE(28 + WS-TR-IDX * 8:6)
           END-PERFORM.
           WRITE ALMGAP-RPT-LINE.
           IF WS-ECOUL-DEFAUT = 'OUI'
              MOVE SPACES TO ALMGAP-RPT-LINE
              STRING "   *** ECOULEMENT DU PARAMETRE DIFFERENT DE "
                 "100 % : CONVENTION PAR DEFAUT APPLIQUEE"
                 DELIMITED BY SIZE INTO ALMGAP-RPT-LINE
              WRITE ALMGAP-RPT-LINE
           END-IF.
           MOVE SPACES TO ALMGAP-RPT-LINE.
           MOVE WS-DV-TAUX-MOYEN TO WS-RPT-EDIT-TAUX.
           STRING "TAUX MOYEN DU BAREME DES DEPOTS A VUE : "
              WS-RPT-EDIT-TAUX " %   VIREMENTS PERMANENTS "
              "SORTANTS PROJETES : " WS-NB-ORDRES
              DELIMITED BY SIZE INTO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE SPACES TO ALMGAP-RPT-LINE.
           MOVE WS-TAUX-DEBITEUR TO WS-RPT-EDIT-TAUX.
           STRING "TAUX DEBITEUR DES DECOUVERTS : " WS-RPT-EDIT-TAUX
              " %   CHOC DE TAUX : +/- " WS-CHOC-PB " PB"
              DELIMITED BY SIZE INTO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.

           MOVE SPACES TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE "MARGE D'INTERETS SUR 12 MOIS (BILAN CONSTANT)"
             TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE SPACES TO ALMGAP-RPT-LINE.
           MOVE WS-MARGE-BASE TO WS-RPT-EDIT.
           STRING "MARGE DE BASE                 : " WS-RPT-EDIT
              DELIMITED BY SIZE INTO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE SPACES TO ALMGAP-RPT-LINE.
           MOVE WS-DELTA-HAUSSE TO WS-RPT-EDIT.
           MOVE WS-RATIO-HAUSSE TO WS-RPT-EDIT-RATIO.
           STRING "IMPACT CHOC +" WS-CHOC-PB " PB             : "
              WS-RPT-EDIT "  (" WS-RPT-EDIT-RATIO " % DE LA MARGE)"
              DELIMITED BY SIZE INTO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE SPACES TO ALMGAP-RPT-LINE.
           MOVE WS-DELTA-BAISSE TO WS-RPT-EDIT.
           MOVE WS-RATIO-BAISSE TO WS-RPT-EDIT-RATIO.
           STRING "IMPACT CHOC -" WS-CHOC-PB " PB (PLANCHER 0) : "
              WS-RPT-EDIT "  (" WS-RPT-EDIT-RATIO " % DE LA MARGE)"
              DELIMITED BY SIZE INTO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.

           MOVE SPACES TO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           MOVE SPACES TO ALMGAP-RPT-LINE.
           STRING "ELEMENTS VENTILES: " WS-NB-ELEMENTS
              "  NON CONVERTIS (DEVISE SANS TAUX EUR): "
              WS-NB-NON-CONVERTIS
              "  SANS ECHEANCE (JOUR LE JOUR): " WS-NB-SANS-ECHEANCE
              DELIMITED BY SIZE INTO ALMGAP-RPT-LINE.
           WRITE ALMGAP-RPT-LINE.
           CLOSE ALMGAP-RPT.

      *> contre-valeur EUR de WS-ELT-MONTANT dans WS-ELT-DEVISE ;
      *> une devise sans taux EUR laisse l'element hors rapport
       0850-CONVERTIR-EUR.
           MOVE 'OUI' TO WS-ELT-OK.
           MOVE WS-ELT-MONTANT TO WS-ELT-MONTANT-EUR.
           IF WS-ELT-DEVISE = 'EUR'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-TX-TROUVE.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT
              IF WS-TX-DEVISE(WS-TX-IDX) = WS-ELT-DEVISE
                 MOVE 'OUI' TO WS-TX-TROUVE
                 COMPUTE WS-ELT-MONTANT-EUR ROUNDED =
                    WS-ELT-MONTANT * WS-TX-TAUX(WS-TX-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-TX-TROUVE = 'NON'
              MOVE 'NON' TO WS-ELT-OK
              ADD 1 TO WS-NB-NON-CONVERTIS
           END-IF.

      *> devise du compte rattache au depot ou au pret (EUR si le
      *> compte est inconnu de COMPTES.DAT)
       0860-DEVISE-DU-COMPTE.
           MOVE 'EUR' TO WS-ELT-DEVISE.
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
              UNTIL WS-DEV-IDX > WS-DEV-COUNT
              IF WS-DEV-COMPTEID(WS-DEV-IDX) = WS-ELT-COMPTEID
                 MOVE WS-DEV-DEVISE(WS-DEV-IDX) TO WS-ELT-DEVISE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> element contractuel prepare dans WS-ELT-* : tranche de sa
      *> duree residuelle, taux plafonne au choc pour la baisse
       0900-VENTILER-ELEMENT.
           ADD 1 TO WS-NB-ELEMENTS.
           IF WS-ELT-TAUX > WS-CHOC-PCT
              MOVE WS-CHOC-PCT TO WS-ELT-TAUX-BAISSE
           ELSE
              MOVE WS-ELT-TAUX TO WS-ELT-TAUX-BAISSE
           END-IF.
           PERFORM 0920-CHOISIR-TRANCHE.
           PERFORM 0910-CUMULER-TRANCHE.

      *> cumul de WS-ELT-MONTANT-EUR dans la tranche WS-TR-IDX ; les
      *> depots a vue (postes 4 et 5) portent le taux moyen du
      *> bareme
       0910-CUMULER-TRANCHE.
           IF WS-ELT-POSTE = 4 OR WS-ELT-POSTE = 5
              MOVE WS-DV-TAUX-MOYEN TO WS-ELT-TAUX
              MOVE WS-DV-BAISSE-MOYEN TO WS-ELT-TAUX-BAISSE
           END-IF.
           ADD WS-ELT-MONTANT-EUR
             TO WS-PST-MONTANT(WS-ELT-POSTE, WS-TR-IDX).
           IF WS-ELT-SENS = 'A'
              ADD WS-ELT-MONTANT-EUR TO WS-TR-ACTIF(WS-TR-IDX)
              COMPUTE WS-TR-ACTIF-INT(WS-TR-IDX) =
                 WS-TR-ACTIF-INT(WS-TR-IDX)
                 + WS-ELT-MONTANT-EUR * WS-ELT-TAUX / 100
              COMPUTE WS-TR-ACTIF-BAISSE(WS-TR-IDX) =
                 WS-TR-ACTIF-BAISSE(WS-TR-IDX)
                 + WS-ELT-MONTANT-EUR * WS-ELT-TAUX-BAISSE / 100
           ELSE
              ADD WS-ELT-MONTANT-EUR TO WS-TR-PASSIF(WS-TR-IDX)
              COMPUTE WS-TR-PASSIF-INT(WS-TR-IDX) =
                 WS-TR-PASSIF-INT(WS-TR-IDX)
                 + WS-ELT-MONTANT-EUR * WS-ELT-TAUX / 100
              COMPUTE WS-TR-PASSIF-BAISSE(WS-TR-IDX) =
                 WS-TR-PASSIF-BAISSE(WS-TR-IDX)
                 + WS-ELT-MONTANT-EUR * WS-ELT-TAUX-BAISSE / 100
           END-IF.

      *> une duree residuelle nulle ou negative (echeance passee)
      *> tombe au jour le jour
       0920-CHOISIR-TRANCHE.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
              UNTIL WS-TR-IDX = 6
              IF WS-ELT-JOURS NOT > WS-TR-BORNE(WS-TR-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       END PROGRAM almgapbatch.
