       IDENTIFICATION DIVISION.
       PROGRAM-ID. statregbatch.
       AUTHOR. D.KISAMA.

      *> Etat statistique mensuel des depots et des credits remis a
      *> la banque centrale : a passer en fin de mois. Les encours
      *> sont ventiles par categorie (depots a vue, depots a terme,
      *> decouverts, prets), produit, type de client (particulier,
      *> ou entreprise des qu'une RAISON SOCIALE est renseignee au
      *> CLIENTROSTER.DAT), residence (client EXTERNE = non
      *> resident), devise et duree initiale :
      *>  - soldes de COMPTES.DAT : crediteur en depot a vue,
      *>    debiteur en decouvert, sans echeance ; produit du
      *>    rattachement COMPTEPROD.DAT (un compte non rattache est
      *>    un compte courant, voir produitcompte) ; client = premier
      *>    titulaire de COMPTETITULAIRES.DAT (hors PROCURATION) ;
      *>  - depots a terme ACTIFS de DEPATERME.DAT : duree initiale
      *>    de l'ouverture a l'echeance, devise du compte rattache ;
      *>  - prets de PRETS.DAT non SOLDES : capital restant du =
      *>    capital moins les parts de capital des echeances
      *>    PRELEVEES de PRETPLAN.DAT, duree initiale PR-DUREE-MOIS.
      *> Tranches de duree initiale : V sans echeance, 1 jusqu'a un
      *> an, 2 de un a deux ans, 5 de deux a cinq ans, L au-dela.
      *> Chaque case porte le nombre de contrats, l'encours dans sa
      *> devise et sa contre-valeur EUR au dernier taux de
      *> TAUXCHANGE.DAT (comme fgdrextractbatch).
      *> Sorties :
      *>  - STATREG.DAT au format fixe de l'etat : entete '01' (date
      *>    d'arrete, periode, codes banque et guichet
      *>    d'AGENCEPARM.DAT), un '02' par case, fin '09' (nombre de
      *>    cases, totaux EUR depots et credits) ;
      *>  - STATREG.RPT, version lisible de controle : les cases en
      *>    clair par categorie, puis le rapprochement des encours
      *>    avec la balance generale (GLSOLDES.DAT, soldes de
      *>    cloture de la periode comme balgenbatch) ;
      *>  - STATREGANO.RPT : tout compte ou contrat qui n'a pas pu
      *>    etre classe (sans titulaire, client absent du roster,
      *>    produit inconnu du catalogue, devise sans taux EUR,
      *>    dates ou duree absentes). Il est exclu de l'etat et
      *>    figure en ecart explique au rapprochement.
      *> STATREGPARM.DAT (facultatif) : periode AAAA-MM de la
      *> balance (periode de la date de traitement par defaut) et
      *> compte general de chaque categorie ; les soldes a vue sont
      *> tenus en 512100 par glextractbatch, une categorie sans
      *> compte general parametre est signalee non rapprochee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-IXST.

           SELECT CLIENTROSTER ASSIGN TO "CLIENTROSTER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLIENTROSTER-STATUS.

           SELECT PRODUITS ASSIGN TO "PRODUITS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODUITS-STATUS.

           SELECT COMPTEPROD ASSIGN TO "COMPTEPROD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPTEPROD-STATUS.

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

           SELECT GLSOLDES ASSIGN TO "GLSOLDES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLSOLDES-STATUS.

           SELECT STATREGPARM ASSIGN TO "STATREGPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATREGPARM-STATUS.

           SELECT AGENCEPARM ASSIGN TO "AGENCEPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGENCEPARM-STATUS.

           SELECT STATREG-OUT ASSIGN TO "STATREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATREG-RPT ASSIGN TO "STATREG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATREG-ANO ASSIGN TO "STATREGANO.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD CLIENTROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-IDCLIENT         PIC 9(5).
           05 FILLER                  PIC X.
           05 ROSTER-NOM              PIC X(50).
           05 FILLER                  PIC X.
           05 ROSTER-PRENOM           PIC X(50).
           05 FILLER                  PIC X.
           05 ROSTER-RSOCIALE         PIC X(50).
           05 FILLER                  PIC X.
           05 ROSTER-TYPECLIENT       PIC X(30).
           05 FILLER                  PIC X.
           05 ROSTER-EXTERNE          PIC 9(1).

       FD PRODUITS.
       01 PRODUITS-RECORD.
           05 PD-CODE            PIC X(10).
           05 PD-LIBELLE         PIC X(30).
           05 PD-DECOUVERT       PIC X(3).
           05 PD-METHODE-INT     PIC X(10).
           05 PD-PLAFOND-DEPOT   PIC 9(7)V99.
           05 PD-CARTE           PIC X(3).
           05 PD-CHEQUIER        PIC X(3).

       FD COMPTEPROD.
       01 COMPTEPROD-RECORD.
           05 CP-COMPTEID        PIC 9(5).
           05 CP-CODE-PRODUIT    PIC X(10).

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

       FD GLSOLDES.
           COPY "GLSOLDES.cpy".

      *> periode de la balance et compte general par categorie ;
      *> un champ a blanc garde la valeur par defaut
       FD STATREGPARM.
       01 STATREGPARM-RECORD.
           05 SRP-PERIODE        PIC X(7).
           05 SRP-GL-VUE         PIC X(6).
           05 SRP-GL-TERME       PIC X(6).
           05 SRP-GL-PRET        PIC X(6).

       FD AGENCEPARM.
       01 AGENCEPARM-RECORD.
           05 AGP-CODE-BANQUE    PIC 9(5).
           05 AGP-CODE-GUICHET   PIC 9(5).

       FD STATREG-OUT.
       01 STATREG-OUT-LINE       PIC X(100).

       FD STATREG-RPT.
       01 STATREG-RPT-LINE       PIC X(132).

       FD STATREG-ANO.
       01 STATREG-ANO-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-TITULAIRES-IXST     PIC X(2).
       01 WS-CLIENTROSTER-STATUS PIC X(2).
       01 WS-PRODUITS-STATUS     PIC X(2).
       01 WS-COMPTEPROD-STATUS   PIC X(2).
       01 WS-TAUXCHANGE-STATUS   PIC X(2).
       01 WS-DEPATERME-STATUS    PIC X(2).
       01 WS-PRETS-STATUS        PIC X(2).
       01 WS-PRETPLAN-STATUS     PIC X(2).
       01 WS-GLSOLDES-STATUS     PIC X(2).
       01 WS-STATREGPARM-STATUS  PIC X(2).
       01 WS-AGENCEPARM-STATUS   PIC X(2).
       01 WS-EOF                 PIC X(3).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-PERIODE             PIC X(7).
       01 WS-CODE-BANQUE         PIC 9(5) VALUE 30077.
       01 WS-CODE-GUICHET        PIC 9(5) VALUE 00001.

      *> comptes generaux de rapprochement par categorie (les
      *> soldes clients a vue sont tenus en 512100 par
      *> glextractbatch)
       01 WS-GL-VUE              PIC X(6) VALUE '512100'.
       01 WS-GL-TERME            PIC X(6) VALUE SPACES.
       01 WS-GL-PRET             PIC X(6) VALUE SPACES.

      *> premier titulaire (hors procuration) de chaque compte
       01 WS-TIT-TABLE.
           05 WS-TIT-ENTRY OCCURS 5000 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TIT-COUNT           PIC 9(5) VALUE 0.
       01 WS-TIT-IDX             PIC 9(5).

      *> type et residence de chaque client du roster
       01 WS-RO-TABLE.
           05 WS-RO-ENTRY OCCURS 5000 TIMES.
              10 WS-RO-IDCLIENT      PIC 9(5).
              10 WS-RO-TYPE          PIC X(1).
              10 WS-RO-RESIDENCE     PIC X(1).
       01 WS-RO-COUNT            PIC 9(5) VALUE 0.
       01 WS-RO-IDX              PIC 9(5).

       01 WS-PD-TABLE.
           05 WS-PD-ENTRY OCCURS 100 TIMES.
              10 WS-PD-CODE          PIC X(10).
       01 WS-PD-COUNT            PIC 9(3) VALUE 0.
       01 WS-PD-IDX              PIC 9(3).

       01 WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 5000 TIMES.
              10 WS-CP-COMPTEID      PIC 9(5).
              10 WS-CP-CODE          PIC X(10).
       01 WS-CP-COUNT            PIC 9(5) VALUE 0.
       01 WS-CP-IDX              PIC 9(5).

      *> dernier taux devise -> EUR par devise rencontree
       01 WS-TX-TABLE.
           05 WS-TX-ENTRY OCCURS 20 TIMES.
              10 WS-TX-DEVISE        PIC X(3).
              10 WS-TX-TAUX          PIC 9(3)V9(6).
              10 WS-TX-DATE          PIC X(10).
       01 WS-TX-COUNT            PIC 9(2) VALUE 0.
       01 WS-TX-IDX              PIC 9(2).
       01 WS-TX-TROUVE           PIC X(3).
       01 WS-TX-APPLIQUE         PIC 9(3)V9(6).

      *> devise de chaque compte, pour les depots a terme et les
      *> prets qui y sont rattaches
       01 WS-DEV-TABLE.
           05 WS-DEV-ENTRY OCCURS 5000 TIMES.
              10 WS-DEV-COMPTEID     PIC 9(5).
              10 WS-DEV-DEVISE       PIC X(3).
       01 WS-DEV-COUNT           PIC 9(5) VALUE 0.
       01 WS-DEV-IDX             PIC 9(5).

      *> prets en cours et capital deja rembourse
       01 WS-PRT-TABLE.
           05 WS-PRT-ENTRY OCCURS 1000 TIMES.
              10 WS-PRT-PRETID       PIC 9(5).
              10 WS-PRT-IDCLIENT     PIC 9(5).
              10 WS-PRT-COMPTEID     PIC 9(5).
              10 WS-PRT-CAPITAL      PIC 9(7)V99.
              10 WS-PRT-DUREE        PIC 9(3).
              10 WS-PRT-REMBOURSE    PIC 9(7)V99.
       01 WS-PRT-COUNT           PIC 9(4) VALUE 0.
       01 WS-PRT-IDX             PIC 9(4).

      *> cases de l'etat : une par combinaison des axes
       01 WS-CEL-TABLE.
           05 WS-CEL-ENTRY OCCURS 1000 TIMES.
              10 WS-CEL-CATEGORIE    PIC X(2).
              10 WS-CEL-PRODUIT      PIC X(10).
              10 WS-CEL-TYPE         PIC X(1).
              10 WS-CEL-RESIDENCE    PIC X(1).
              10 WS-CEL-DEVISE       PIC X(3).
              10 WS-CEL-DUREE        PIC X(1).
              10 WS-CEL-NOMBRE       PIC 9(7).
              10 WS-CEL-MONTANT      PIC 9(13)V99.
              10 WS-CEL-MONTANT-EUR  PIC 9(13)V99.
       01 WS-CEL-COUNT           PIC 9(4) VALUE 0.
       01 WS-CEL-IDX             PIC 9(4).

      *> element en cours de classement
       01 WS-CLS-CATEGORIE       PIC X(2).
       01 WS-CLS-PRODUIT         PIC X(10).
       01 WS-CLS-TYPE            PIC X(1).
       01 WS-CLS-RESIDENCE       PIC X(1).
       01 WS-CLS-DEVISE          PIC X(3).
       01 WS-CLS-DUREE           PIC X(1).
       01 WS-CLS-MONTANT         PIC 9(13)V99.
       01 WS-CLS-MONTANT-EUR     PIC 9(13)V99.
       01 WS-CLS-SIGNE-EUR       PIC S9(13)V99.
       01 WS-CLS-IDCLIENT        PIC 9(5).
       01 WS-CLS-COMPTEID        PIC 9(5).
       01 WS-CLS-REFERENCE       PIC X(10).
       01 WS-CLS-MOTIF           PIC X(40).
       01 WS-CLS-OK              PIC X(3).

       01 WS-DATE-NUM            PIC 9(8).
       01 WS-OUV-INT             PIC 9(9).
       01 WS-ECH-INT             PIC 9(9).
       01 WS-NB-JOURS            PIC S9(9).

      *> totaux EUR : classes par categorie, non classes par
      *> categorie (ecart explique du rapprochement)
       01 WS-TOT-DV              PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DT              PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CD              PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CP              PIC 9(13)V99 VALUE 0.
       01 WS-NCL-VUE             PIC S9(13)V99 VALUE 0.
       01 WS-NCL-DT              PIC 9(13)V99 VALUE 0.
       01 WS-NCL-CP              PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DEPOTS          PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CREDITS         PIC 9(13)V99 VALUE 0.
       01 WS-NB-ELEMENTS         PIC 9(7) VALUE 0.
       01 WS-NB-ANOMALIES        PIC 9(7) VALUE 0.
       01 WS-NB-ECARTS           PIC 9(7) VALUE 0.

      *> rapprochement d'une categorie avec la balance
       01 WS-RAP-LIBELLE         PIC X(20).
       01 WS-RAP-GL              PIC X(6).
       01 WS-RAP-SENS            PIC X(1).
       01 WS-RAP-CLASSE          PIC S9(13)V99.
       01 WS-RAP-NON-CLASSE      PIC S9(13)V99.
       01 WS-RAP-FICHIERS        PIC S9(13)V99.
       01 WS-RAP-BALANCE         PIC S9(13)V99.
       01 WS-RAP-ECART           PIC S9(13)V99.
       01 WS-RAP-PRESENT         PIC X(3).
       01 WS-GL-OUV              PIC S9(13)V99.
       01 WS-GL-DEBIT            PIC 9(13)V99.
       01 WS-GL-CREDIT           PIC 9(13)V99.

      *> format fixe de l'etat : entete, une ligne par case, fin
       01 STATREG-ENTETE.
           05 FILLER             PIC X(2) VALUE '01'.
           05 FILLER             PIC X(12) VALUE 'STAT KARIMUS'.
           05 SRE-DATE           PIC X(10).
           05 SRE-PERIODE        PIC X(7).
           05 SRE-CODE-BANQUE    PIC 9(5).
           05 SRE-CODE-GUICHET   PIC 9(5).

       01 STATREG-DETAIL.
           05 FILLER             PIC X(2) VALUE '02'.
           05 SRD-CATEGORIE      PIC X(2).
           05 SRD-PRODUIT        PIC X(10).
           05 SRD-TYPE           PIC X(1).
           05 SRD-RESIDENCE      PIC X(1).
           05 SRD-DEVISE         PIC X(3).
           05 SRD-DUREE          PIC X(1).
           05 SRD-NOMBRE         PIC 9(7).
           05 SRD-MONTANT        PIC 9(13).99.
           05 SRD-MONTANT-EUR    PIC 9(13).99.

       01 STATREG-FIN.
           05 FILLER             PIC X(2) VALUE '09'.
           05 SRF-NB-CASES       PIC 9(5).
           05 SRF-TOT-DEPOTS     PIC 9(13).99.
           05 SRF-TOT-CREDITS    PIC 9(13).99.

      *> version de controle
       01 WS-RPT-ENTETE.
           05 FILLER             PIC X(24) VALUE "PRODUIT".
           05 FILLER             PIC X(12) VALUE "CLIENT".
           05 FILLER             PIC X(14) VALUE "RESIDENCE".
           05 FILLER             PIC X(4) VALUE "DEV".
           05 FILLER             PIC X(13) VALUE "DUREE".
           05 FILLER             PIC X(8) VALUE " NOMBRE".
           05 FILLER             PIC X(19) VALUE
              "     ENCOURS DEVISE".
           05 FILLER             PIC X(19) VALUE
              "        ENCOURS EUR".

       01 WS-RPT-DETAIL.
           05 RPD-PRODUIT        PIC X(10).
           05 FILLER             PIC X(14) VALUE SPACES.
           05 RPD-TYPE           PIC X(12).
           05 RPD-RESIDENCE      PIC X(14).
           05 RPD-DEVISE         PIC X(4).
           05 RPD-DUREE          PIC X(13).
           05 RPD-NOMBRE         PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 RPD-MONTANT        PIC Z(14)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RPD-MONTANT-EUR    PIC Z(14)9.99.

       01 WS-RPT-SOUS-TOTAL.
           05 FILLER             PIC X(10) VALUE "TOTAL ".
           05 RPS-LIBELLE        PIC X(20).
           05 FILLER             PIC X(70) VALUE SPACES.
           05 RPS-MONTANT-EUR    PIC Z(14)9.99.

       01 WS-RPT-RAPPROCHEMENT.
           05 RPR-LIBELLE        PIC X(20).
           05 RPR-GL             PIC X(8).
           05 RPR-CLASSE         PIC -(14)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RPR-NON-CLASSE     PIC -(14)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RPR-BALANCE        PIC -(14)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RPR-ECART          PIC -(14)9.99.

       01 WS-RPT-FILTRE          PIC X(2).
       01 WS-RPT-EDIT-EUR        PIC -(14)9.99.

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION           PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'statregbatch'.
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
           STRING TODAYS-DATE(1:4) '-' TODAYS-DATE(5:2)
              DELIMITED BY SIZE INTO WS-PERIODE.
           PERFORM 0150-LIRE-PARAMETRES.

           OPEN OUTPUT STATREG-ANO.
           MOVE SPACES TO STATREG-ANO-LINE.
           STRING "ETAT STATISTIQUE DEPOTS ET CREDITS DU "
              WS-TODAY-ISO " - ELEMENTS NON CLASSES"
              DELIMITED BY SIZE INTO STATREG-ANO-LINE.
           WRITE STATREG-ANO-LINE.

           PERFORM 0200-CHARGER-REFERENTIELS.
           IF WS-TABLES-TRONQUE = 'OUI'
              PERFORM 0190-ARRET-TABLES
              GOBACK
           END-IF.

           PERFORM 0300-CLASSER-COMPTES.
           PERFORM 0400-CLASSER-DEPOTS-TERME.
           PERFORM 0500-CLASSER-PRETS.
           IF WS-TABLES-TRONQUE = 'OUI'
              PERFORM 0190-ARRET-TABLES
              GOBACK
           END-IF.

           MOVE SPACES TO STATREG-ANO-LINE.
           STRING "ELEMENTS NON CLASSES: " WS-NB-ANOMALIES
              DELIMITED BY SIZE INTO STATREG-ANO-LINE.
           WRITE STATREG-ANO-LINE.
           CLOSE STATREG-ANO.

           PERFORM 0600-ECRIRE-ETAT.
           PERFORM 0700-ECRIRE-CONTROLE.

           MOVE 'STATREG' TO WS-SPOOL-NOM.
           MOVE 'STATREG.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.
           MOVE 'STATREGANO' TO WS-SPOOL-NOM.
           MOVE 'STATREGANO.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           DISPLAY "Etat statistique " WS-PERIODE " : "
              WS-CEL-COUNT " cases, " WS-NB-ANOMALIES
              " non classes, " WS-NB-ECARTS " ecarts".

           MOVE WS-NB-ELEMENTS TO WS-BR-RECORDS.
           COMPUTE WS-BR-FAILED = WS-NB-ANOMALIES + WS-NB-ECARTS.
           IF WS-BR-FAILED > ZEROES
              MOVE 'PARTIEL' TO WS-BR-STATUT
           ELSE
              MOVE 'TERMINE' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

       0150-LIRE-PARAMETRES.
           OPEN INPUT AGENCEPARM.
           IF WS-AGENCEPARM-STATUS = "00"
              READ AGENCEPARM
                 NOT AT END
                    MOVE AGP-CODE-BANQUE TO WS-CODE-BANQUE
                    MOVE AGP-CODE-GUICHET TO WS-CODE-GUICHET
              END-READ
              CLOSE AGENCEPARM
           END-IF.

           OPEN INPUT STATREGPARM.
           IF WS-STATREGPARM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ STATREGPARM
              AT END
                 CONTINUE
              NOT AT END
                 IF SRP-PERIODE NOT = SPACES
                    MOVE SRP-PERIODE TO WS-PERIODE
                 END-IF
                 IF SRP-GL-VUE NOT = SPACES
                    MOVE SRP-GL-VUE TO WS-GL-VUE
                 END-IF
                 IF SRP-GL-TERME NOT = SPACES
                    MOVE SRP-GL-TERME TO WS-GL-TERME
                 END-IF
                 IF SRP-GL-PRET NOT = SPACES
                    MOVE SRP-GL-PRET TO WS-GL-PRET
                 END-IF
           END-READ.
           CLOSE STATREGPARM.

      *> tables de travail saturees : aucun etat partiel n'est remis
       0190-ARRET-TABLES.
           MOVE "*** TABLES DE TRAVAIL SATUREES : ARRET"
             TO STATREG-ANO-LINE.
           WRITE STATREG-ANO-LINE.
           CLOSE STATREG-ANO.
           MOVE ZEROES TO WS-BR-RECORDS.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'ECHEC' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           MOVE 8 TO RETURN-CODE.

       0200-CHARGER-REFERENTIELS.
      *>    premier titulaire de chaque compte : le fichier est dans
      *>    l'ordre COMPTEID/IDCLIENT, une procuration ne compte pas
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-IXST = "00"
              READ TITULAIRES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF TIT-ROLE(1:11) NOT = 'PROCURATION'
                    AND (WS-TIT-COUNT = ZEROES
                    OR WS-TIT-COMPTEID(WS-TIT-COUNT)
                       NOT = TIT-COMPTEID)
                    IF WS-TIT-COUNT < 5000
                       ADD 1 TO WS-TIT-COUNT
                       MOVE TIT-COMPTEID
                         TO WS-TIT-COMPTEID(WS-TIT-COUNT)
                       MOVE TIT-IDCLIENT
                         TO WS-TIT-IDCLIENT(WS-TIT-COUNT)
                    ELSE
                       MOVE 'OUI' TO WS-TABLES-TRONQUE
                    END-IF
                 END-IF
                 READ TITULAIRES
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE TITULAIRES
           END-IF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CLIENTROSTER.
           IF WS-CLIENTROSTER-STATUS = "00"
              READ CLIENTROSTER
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF WS-RO-COUNT < 5000
                    ADD 1 TO WS-RO-COUNT
                    MOVE ROSTER-IDCLIENT TO WS-RO-IDCLIENT(WS-RO-COUNT)
                    IF ROSTER-RSOCIALE = SPACES
                       MOVE 'P' TO WS-RO-TYPE(WS-RO-COUNT)
                    ELSE
                       MOVE 'E' TO WS-RO-TYPE(WS-RO-COUNT)
                    END-IF
                    IF ROSTER-EXTERNE = 1
                       MOVE 'N' TO WS-RO-RESIDENCE(WS-RO-COUNT)
                    ELSE
                       MOVE 'R' TO WS-RO-RESIDENCE(WS-RO-COUNT)
                    END-IF
                 ELSE
                    MOVE 'OUI' TO WS-TABLES-TRONQUE
                 END-IF
                 READ CLIENTROSTER
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE CLIENTROSTER
           END-IF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PRODUITS.
           IF WS-PRODUITS-STATUS = "00"
              READ PRODUITS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF WS-PD-COUNT < 100
                    ADD 1 TO WS-PD-COUNT
                    MOVE PD-CODE TO WS-PD-CODE(WS-PD-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-TABLES-TRONQUE
                 END-IF
                 READ PRODUITS
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE PRODUITS
           END-IF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT COMPTEPROD.
           IF WS-COMPTEPROD-STATUS = "00"
              READ COMPTEPROD
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF WS-CP-COUNT < 5000
                    ADD 1 TO WS-CP-COUNT
                    MOVE CP-COMPTEID TO WS-CP-COMPTEID(WS-CP-COUNT)
                    MOVE CP-CODE-PRODUIT TO WS-CP-CODE(WS-CP-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-TABLES-TRONQUE
                 END-IF
                 READ COMPTEPROD
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE COMPTEPROD
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

      *> soldes a vue : crediteur en depot, debiteur en decouvert
       0300-CLASSER-COMPTES.
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
                 NOT AT END PERFORM 0320-CLASSER-UN-COMPTE
              END-READ
           END-PERFORM.
           CLOSE COMPTESFILE.

       0320-CLASSER-UN-COMPTE.
           IF CF-DEVISE = SPACES
              MOVE 'EUR' TO WS-CLS-DEVISE
           ELSE
              MOVE CF-DEVISE TO WS-CLS-DEVISE
           END-IF.
           IF WS-DEV-COUNT < 5000
              ADD 1 TO WS-DEV-COUNT
              MOVE CF-COMPTEID TO WS-DEV-COMPTEID(WS-DEV-COUNT)
              MOVE WS-CLS-DEVISE TO WS-DEV-DEVISE(WS-DEV-COUNT)
           ELSE
              MOVE 'OUI' TO WS-TABLES-TRONQUE
           END-IF.
           IF CF-SOLDE = ZEROES
              EXIT PARAGRAPH
           END-IF.

           MOVE CF-COMPTEID TO WS-CLS-COMPTEID.
           MOVE SPACES TO WS-CLS-REFERENCE.
           STRING "COMPTE " CF-COMPTEID DELIMITED BY SIZE
              INTO WS-CLS-REFERENCE.
           IF CF-SOLDE > ZEROES
              MOVE 'DV' TO WS-CLS-CATEGORIE
              MOVE CF-SOLDE TO WS-CLS-MONTANT
           ELSE
              MOVE 'CD' TO WS-CLS-CATEGORIE
              COMPUTE WS-CLS-MONTANT = ZEROES - CF-SOLDE
           END-IF.
           MOVE 'V' TO WS-CLS-DUREE.
           MOVE 'OUI' TO WS-CLS-OK.

      *>    produit : un compte non rattache est un compte courant ;
      *>    un code absent du catalogue ne peut pas etre classe
           MOVE 'COURANT' TO WS-CLS-PRODUIT.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-CP-COUNT
              IF WS-CP-COMPTEID(WS-CP-IDX) = CF-COMPTEID
                 MOVE WS-CP-CODE(WS-CP-IDX) TO WS-CLS-PRODUIT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CLS-PRODUIT NOT = 'COURANT'
              PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                 UNTIL WS-PD-IDX > WS-PD-COUNT
                 IF WS-PD-CODE(WS-PD-IDX) = WS-CLS-PRODUIT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-PD-IDX > WS-PD-COUNT
                 MOVE 'NON' TO WS-CLS-OK
                 MOVE SPACES TO WS-CLS-MOTIF
                 STRING "PRODUIT " WS-CLS-PRODUIT
                    " INCONNU DU CATALOGUE"
                    DELIMITED BY SIZE INTO WS-CLS-MOTIF
              END-IF
           END-IF.

           IF WS-CLS-OK = 'OUI'
              MOVE ZEROES TO WS-CLS-IDCLIENT
              PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                 UNTIL WS-TIT-IDX > WS-TIT-COUNT
                 IF WS-TIT-COMPTEID(WS-TIT-IDX) = CF-COMPTEID
                    MOVE WS-TIT-IDCLIENT(WS-TIT-IDX)
                      TO WS-CLS-IDCLIENT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-CLS-IDCLIENT = ZEROES
                 MOVE 'NON' TO WS-CLS-OK
                 MOVE "COMPTE SANS TITULAIRE" TO WS-CLS-MOTIF
              END-IF
           END-IF.

           PERFORM 0800-CLASSER-ELEMENT.

      *> depots a terme ACTIFS : duree initiale de l'ouverture a
      *> l'echeance
       0400-CLASSER-DEPOTS-TERME.
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
                 PERFORM 0420-CLASSER-UN-DEPOT
              END-IF
              READ DEPATERME
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE DEPATERME.

       0420-CLASSER-UN-DEPOT.
           MOVE 'DT' TO WS-CLS-CATEGORIE.
           MOVE 'DAT' TO WS-CLS-PRODUIT.
           MOVE DT-MONTANT TO WS-CLS-MONTANT.
           MOVE DT-IDCLIENT TO WS-CLS-IDCLIENT.
           MOVE DT-COMPTEID TO WS-CLS-COMPTEID.
           MOVE SPACES TO WS-CLS-REFERENCE.
           STRING "DAT " DT-DEPOTID DELIMITED BY SIZE
              INTO WS-CLS-REFERENCE.
           MOVE 'OUI' TO WS-CLS-OK.
           PERFORM 0850-DEVISE-DU-COMPTE.

           IF DT-DATE-OUVERTURE = SPACES
              OR DT-DATE-ECHEANCE = SPACES
              OR DT-DATE-ECHEANCE < DT-DATE-OUVERTURE
              MOVE 'NON' TO WS-CLS-OK
              MOVE "DATES D'OUVERTURE OU D'ECHEANCE ABSENTES"
                TO WS-CLS-MOTIF
           ELSE
              STRING DT-DATE-OUVERTURE(1:4) DT-DATE-OUVERTURE(6:2)
                 DT-DATE-OUVERTURE(9:2)
                 DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-OUV-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              STRING DT-DATE-ECHEANCE(1:4) DT-DATE-ECHEANCE(6:2)
                 DT-DATE-ECHEANCE(9:2)
                 DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-ECH-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-NB-JOURS = WS-ECH-INT - WS-OUV-INT
              EVALUATE TRUE
                 WHEN WS-NB-JOURS NOT > 366
                    MOVE '1' TO WS-CLS-DUREE
                 WHEN WS-NB-JOURS NOT > 731
                    MOVE '2' TO WS-CLS-DUREE
                 WHEN WS-NB-JOURS NOT > 1827
                    MOVE '5' TO WS-CLS-DUREE
                 WHEN OTHER
                    MOVE 'L' TO WS-CLS-DUREE
              END-EVALUATE
           END-IF.

           PERFORM 0800-CLASSER-ELEMENT.

      *> prets non soldes : capital restant du apres les echeances
      *> deja prelevees
       0500-CLASSER-PRETS.
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
                    MOVE PR-IDCLIENT TO WS-PRT-IDCLIENT(WS-PRT-COUNT)
                    MOVE PR-COMPTEID TO WS-PRT-COMPTEID(WS-PRT-COUNT)
                    MOVE PR-CAPITAL TO WS-PRT-CAPITAL(WS-PRT-COUNT)
                    MOVE PR-DUREE-MOIS TO WS-PRT-DUREE(WS-PRT-COUNT)
                    MOVE ZEROES TO WS-PRT-REMBOURSE(WS-PRT-COUNT)
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
           IF WS-PRETPLAN-STATUS = "00"
              READ PRETPLAN
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF PP-STATUT = 'PRELEVEE'
                    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                       UNTIL WS-PRT-IDX > WS-PRT-COUNT
                       IF WS-PRT-PRETID(WS-PRT-IDX) = PP-PRETID
                          ADD PP-PART-CAPITAL
                            TO WS-PRT-REMBOURSE(WS-PRT-IDX)
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                 END-IF
                 READ PRETPLAN
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE PRETPLAN
           END-IF.

           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
              UNTIL WS-PRT-IDX > WS-PRT-COUNT
              IF WS-PRT-CAPITAL(WS-PRT-IDX)
                 > WS-PRT-REMBOURSE(WS-PRT-IDX)
                 PERFORM 0520-CLASSER-UN-PRET
              END-IF
           END-PERFORM.

       0520-CLASSER-UN-PRET.
           MOVE 'CP' TO WS-CLS-CATEGORIE.
           MOVE 'PRET' TO WS-CLS-PRODUIT.
           COMPUTE WS-CLS-MONTANT = WS-PRT-CAPITAL(WS-PRT-IDX)
              - WS-PRT-REMBOURSE(WS-PRT-IDX).
           MOVE WS-PRT-IDCLIENT(WS-PRT-IDX) TO WS-CLS-IDCLIENT.
           MOVE WS-PRT-COMPTEID(WS-PRT-IDX) TO WS-CLS-COMPTEID.
           MOVE SPACES TO WS-CLS-REFERENCE.
           STRING "PRET " WS-PRT-PRETID(WS-PRT-IDX)
              DELIMITED BY SIZE INTO WS-CLS-REFERENCE.
           MOVE 'OUI' TO WS-CLS-OK.
           PERFORM 0850-DEVISE-DU-COMPTE.

           EVALUATE TRUE
              WHEN WS-PRT-DUREE(WS-PRT-IDX) = ZEROES
                 MOVE 'NON' TO WS-CLS-OK
                 MOVE "DUREE DU PRET ABSENTE" TO WS-CLS-MOTIF
              WHEN WS-PRT-DUREE(WS-PRT-IDX) NOT > 12
                 MOVE '1' TO WS-CLS-DUREE
              WHEN WS-PRT-DUREE(WS-PRT-IDX) NOT > 24
                 MOVE '2' TO WS-CLS-DUREE
              WHEN WS-PRT-DUREE(WS-PRT-IDX) NOT > 60
                 MOVE '5' TO WS-CLS-DUREE
              WHEN OTHER
                 MOVE 'L' TO WS-CLS-DUREE
           END-EVALUATE.

           PERFORM 0800-CLASSER-ELEMENT.

       0600-ECRIRE-ETAT.
           OPEN OUTPUT STATREG-OUT.
           MOVE WS-TODAY-ISO TO SRE-DATE.
           MOVE WS-PERIODE TO SRE-PERIODE.
           MOVE WS-CODE-BANQUE TO SRE-CODE-BANQUE.
           MOVE WS-CODE-GUICHET TO SRE-CODE-GUICHET.
           MOVE STATREG-ENTETE TO STATREG-OUT-LINE.
           WRITE STATREG-OUT-LINE.

           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
              UNTIL WS-CEL-IDX > WS-CEL-COUNT
              MOVE WS-CEL-CATEGORIE(WS-CEL-IDX) TO SRD-CATEGORIE
              MOVE WS-CEL-PRODUIT(WS-CEL-IDX) TO SRD-PRODUIT
              MOVE WS-CEL-TYPE(WS-CEL-IDX) TO SRD-TYPE
              MOVE WS-CEL-RESIDENCE(WS-CEL-IDX) TO SRD-RESIDENCE
              MOVE WS-CEL-DEVISE(WS-CEL-IDX) TO SRD-DEVISE
              MOVE WS-CEL-DUREE(WS-CEL-IDX) TO SRD-DUREE
              MOVE WS-CEL-NOMBRE(WS-CEL-IDX) TO SRD-NOMBRE
              MOVE WS-CEL-MONTANT(WS-CEL-IDX) TO SRD-MONTANT
              MOVE WS-CEL-MONTANT-EUR(WS-CEL-IDX) TO SRD-MONTANT-EUR
              MOVE STATREG-DETAIL TO STATREG-OUT-LINE
              WRITE STATREG-OUT-LINE
           END-PERFORM.

           COMPUTE WS-TOT-DEPOTS = WS-TOT-DV + WS-TOT-DT.
           COMPUTE WS-TOT-CREDITS = WS-TOT-CD + WS-TOT-CP.
           MOVE WS-CEL-COUNT TO SRF-NB-CASES.
           MOVE WS-TOT-DEPOTS TO SRF-TOT-DEPOTS.
           MOVE WS-TOT-CREDITS TO SRF-TOT-CREDITS.
           MOVE STATREG-FIN TO STATREG-OUT-LINE.
           WRITE STATREG-OUT-LINE.
           CLOSE STATREG-OUT.

      *> version lisible par categorie, puis rapprochement avec la
      *> balance de la periode
       0700-ECRIRE-CONTROLE.
           OPEN OUTPUT STATREG-RPT.
           MOVE SPACES TO STATREG-RPT-LINE.
           STRING "ETAT STATISTIQUE DEPOTS ET CREDITS - ARRETE DU "
              WS-TODAY-ISO " - PERIODE " WS-PERIODE
              DELIMITED BY SIZE INTO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.

           MOVE 'DV' TO WS-RPT-FILTRE.
           MOVE "DEPOTS A VUE" TO RPS-LIBELLE.
           MOVE WS-TOT-DV TO RPS-MONTANT-EUR.
           PERFORM 0710-ECRIRE-CATEGORIE.
           MOVE 'DT' TO WS-RPT-FILTRE.
           MOVE "DEPOTS A TERME" TO RPS-LIBELLE.
           MOVE WS-TOT-DT TO RPS-MONTANT-EUR.
           PERFORM 0710-ECRIRE-CATEGORIE.
           MOVE 'CD' TO WS-RPT-FILTRE.
           MOVE "DECOUVERTS" TO RPS-LIBELLE.
           MOVE WS-TOT-CD TO RPS-MONTANT-EUR.
           PERFORM 0710-ECRIRE-CATEGORIE.
           MOVE 'CP' TO WS-RPT-FILTRE.
           MOVE "PRETS" TO RPS-LIBELLE.
           MOVE WS-TOT-CP TO RPS-MONTANT-EUR.
           PERFORM 0710-ECRIRE-CATEGORIE.

           MOVE SPACES TO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.
           MOVE WS-TOT-DEPOTS TO WS-RPT-EDIT-EUR.
           STRING "TOTAL DEPOTS EUR  : " WS-RPT-EDIT-EUR
              DELIMITED BY SIZE INTO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.
           MOVE SPACES TO STATREG-RPT-LINE.
           MOVE WS-TOT-CREDITS TO WS-RPT-EDIT-EUR.
           STRING "TOTAL CREDITS EUR : " WS-RPT-EDIT-EUR
              DELIMITED BY SIZE INTO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.

           MOVE SPACES TO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.
           MOVE SPACES TO STATREG-RPT-LINE.
           STRING "RAPPROCHEMENT AVEC LA BALANCE GENERALE - PERIODE "
              WS-PERIODE
              DELIMITED BY SIZE INTO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.
           MOVE SPACES TO STATREG-RPT-LINE.
           STRING "CATEGORIE           COMPTE           CLASSE"
              "        NON CLASSE           BALANCE             ECART"
              DELIMITED BY SIZE INTO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.

      *>    a vue : les soldes clients nets (depots moins
      *>    decouverts), creditent le compte general (solde negatif
      *>    en convention debit moins credit)
           MOVE "SOLDES A VUE NETS" TO WS-RAP-LIBELLE.
           MOVE WS-GL-VUE TO WS-RAP-GL.
           MOVE 'C' TO WS-RAP-SENS.
           COMPUTE WS-RAP-CLASSE = WS-TOT-DV - WS-TOT-CD.
           MOVE WS-NCL-VUE TO WS-RAP-NON-CLASSE.
           PERFORM 0750-RAPPROCHER.
           MOVE "DEPOTS A TERME" TO WS-RAP-LIBELLE.
           MOVE WS-GL-TERME TO WS-RAP-GL.
           MOVE 'C' TO WS-RAP-SENS.
           MOVE WS-TOT-DT TO WS-RAP-CLASSE.
           MOVE WS-NCL-DT TO WS-RAP-NON-CLASSE.
           PERFORM 0750-RAPPROCHER.
           MOVE "PRETS" TO WS-RAP-LIBELLE.
           MOVE WS-GL-PRET TO WS-RAP-GL.
           MOVE 'D' TO WS-RAP-SENS.
           MOVE WS-TOT-CP TO WS-RAP-CLASSE.
           MOVE WS-NCL-CP TO WS-RAP-NON-CLASSE.
           PERFORM 0750-RAPPROCHER.

           MOVE SPACES TO STATREG-RPT-LINE.
           STRING "CASES: " WS-CEL-COUNT
              "  ELEMENTS CLASSES: " WS-NB-ELEMENTS
              "  NON CLASSES: " WS-NB-ANOMALIES
              "  ECARTS DE RAPPROCHEMENT: " WS-NB-ECARTS
              DELIMITED BY SIZE INTO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.
           CLOSE STATREG-RPT.

       0710-ECRIRE-CATEGORIE.
           MOVE SPACES TO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.
           MOVE RPS-LIBELLE TO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.
           MOVE WS-RPT-ENTETE TO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.
           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
              UNTIL WS-CEL-IDX > WS-CEL-COUNT
              IF WS-CEL-CATEGORIE(WS-CEL-IDX) = WS-RPT-FILTRE
                 PERFORM 0720-ECRIRE-CASE
              END-IF
           END-PERFORM.
           MOVE WS-RPT-SOUS-TOTAL TO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.

       0720-ECRIRE-CASE.
           MOVE WS-CEL-PRODUIT(WS-CEL-IDX) TO RPD-PRODUIT.
           IF WS-CEL-TYPE(WS-CEL-IDX) = 'E'
              MOVE "ENTREPRISE" TO RPD-TYPE
           ELSE
              MOVE "PARTICULIER" TO RPD-TYPE
           END-IF.
           IF WS-CEL-RESIDENCE(WS-CEL-IDX) = 'N'
              MOVE "NON RESIDENT" TO RPD-RESIDENCE
           ELSE
              MOVE "RESIDENT" TO RPD-RESIDENCE
           END-IF.
           MOVE WS-CEL-DEVISE(WS-CEL-IDX) TO RPD-DEVISE.
           EVALUATE WS-CEL-DUREE(WS-CEL-IDX)
              WHEN 'V'
                 MOVE "A VUE" TO RPD-DUREE
              WHEN '1'
                 MOVE "<= 1 AN" TO RPD-DUREE
              WHEN '2'
                 MOVE "1 A 2 ANS" TO RPD-DUREE
              WHEN '5'
                 MOVE "2 A 5 ANS" TO RPD-DUREE
              WHEN OTHER
                 MOVE "> 5 ANS" TO RPD-DUREE
           END-EVALUATE.
           MOVE WS-CEL-NOMBRE(WS-CEL-IDX) TO RPD-NOMBRE.
           MOVE WS-CEL-MONTANT(WS-CEL-IDX) TO RPD-MONTANT.
           MOVE WS-CEL-MONTANT-EUR(WS-CEL-IDX) TO RPD-MONTANT-EUR.
           MOVE WS-RPT-DETAIL TO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.

      *> solde de cloture du compte general sur la periode (meme
      *> lecture que balgenbatch) compare aux encours des fichiers,
      *> classes et non classes
       0750-RAPPROCHER.
           MOVE WS-RAP-LIBELLE TO RPR-LIBELLE.
           MOVE WS-RAP-GL TO RPR-GL.
           MOVE WS-RAP-CLASSE TO RPR-CLASSE.
           MOVE WS-RAP-NON-CLASSE TO RPR-NON-CLASSE.
           COMPUTE WS-RAP-FICHIERS = WS-RAP-CLASSE + WS-RAP-NON-CLASSE.
           IF WS-RAP-GL = SPACES
              MOVE ZEROES TO RPR-BALANCE
              MOVE ZEROES TO RPR-ECART
              MOVE WS-RPT-RAPPROCHEMENT TO STATREG-RPT-LINE
              WRITE STATREG-RPT-LINE
              MOVE "  *** SANS COMPTE GENERAL PARAMETRE : NON RAPPROCHE"
                TO STATREG-RPT-LINE
              WRITE STATREG-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'NON' TO WS-RAP-PRESENT.
           MOVE ZEROES TO WS-GL-OUV.
           MOVE ZEROES TO WS-GL-DEBIT.
           MOVE ZEROES TO WS-GL-CREDIT.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT GLSOLDES.
           IF WS-GLSOLDES-STATUS = "00"
              READ GLSOLDES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF GS-COMPTE-GL = WS-RAP-GL
                    PERFORM 0760-RETENIR-SOLDE
                 END-IF
                 READ GLSOLDES
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE GLSOLDES
           END-IF.

           COMPUTE WS-RAP-BALANCE = WS-GL-OUV + WS-GL-DEBIT
              - WS-GL-CREDIT.
           IF WS-RAP-SENS = 'C'
              COMPUTE WS-RAP-BALANCE = ZEROES - WS-RAP-BALANCE
           END-IF.
           COMPUTE WS-RAP-ECART = WS-RAP-FICHIERS - WS-RAP-BALANCE.
           MOVE WS-RAP-BALANCE TO RPR-BALANCE.
           MOVE WS-RAP-ECART TO RPR-ECART.
           MOVE WS-RPT-RAPPROCHEMENT TO STATREG-RPT-LINE.
           WRITE STATREG-RPT-LINE.
           IF WS-RAP-PRESENT = 'NON'
              MOVE "   *** COMPTE GENERAL ABSENT DE LA BALANCE"
                TO STATREG-RPT-LINE
              WRITE STATREG-RPT-LINE
           END-IF.
           IF WS-RAP-ECART NOT = ZEROES
              ADD 1 TO WS-NB-ECARTS
              MOVE "   *** ECART DE RAPPROCHEMENT A JUSTIFIER"
                TO STATREG-RPT-LINE
              WRITE STATREG-RPT-LINE
           END-IF.

      *> ligne de la periode : ouverture et mouvements ; ligne
      *> anterieure : son solde de cloture ; ligne posterieure :
      *> ignoree
       0760-RETENIR-SOLDE.
           IF GS-PERIODE = WS-PERIODE
              MOVE 'OUI' TO WS-RAP-PRESENT
              MOVE GS-SOLDE-OUV TO WS-GL-OUV
              MOVE GS-CUM-DEBIT TO WS-GL-DEBIT
              MOVE GS-CUM-CREDIT TO WS-GL-CREDIT
           END-IF.
           IF GS-PERIODE < WS-PERIODE
              MOVE 'OUI' TO WS-RAP-PRESENT
              COMPUTE WS-GL-OUV = GS-SOLDE-OUV + GS-CUM-DEBIT
                 - GS-CUM-CREDIT
              MOVE ZEROES TO WS-GL-DEBIT
              MOVE ZEROES TO WS-GL-CREDIT
           END-IF.

      *> element prepare dans WS-CLS-* : client (type, residence),
      *> contre-valeur EUR, puis cumul dans sa case ; a defaut,
      *> ligne au rapport des non classes et cumul en ecart
      *> explique du rapprochement
       0800-CLASSER-ELEMENT.
           IF WS-CLS-OK = 'OUI'
              PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                 UNTIL WS-RO-IDX > WS-RO-COUNT
                 IF WS-RO-IDCLIENT(WS-RO-IDX) = WS-CLS-IDCLIENT
                    MOVE WS-RO-TYPE(WS-RO-IDX) TO WS-CLS-TYPE
                    MOVE WS-RO-RESIDENCE(WS-RO-IDX)
                      TO WS-CLS-RESIDENCE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-RO-IDX > WS-RO-COUNT
                 MOVE 'NON' TO WS-CLS-OK
                 MOVE SPACES TO WS-CLS-MOTIF
                 STRING "CLIENT " WS-CLS-IDCLIENT
                    " ABSENT DU ROSTER"
                    DELIMITED BY SIZE INTO WS-CLS-MOTIF
              END-IF
           END-IF.

           MOVE WS-CLS-MONTANT TO WS-CLS-MONTANT-EUR.
           IF WS-CLS-DEVISE NOT = 'EUR'
              MOVE 'NON' TO WS-TX-TROUVE
              PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                 UNTIL WS-TX-IDX > WS-TX-COUNT
                 IF WS-TX-DEVISE(WS-TX-IDX) = WS-CLS-DEVISE
                    MOVE 'OUI' TO WS-TX-TROUVE
                    MOVE WS-TX-TAUX(WS-TX-IDX) TO WS-TX-APPLIQUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-TX-TROUVE = 'OUI'
                 COMPUTE WS-CLS-MONTANT-EUR ROUNDED =
                    WS-CLS-MONTANT * WS-TX-APPLIQUE
              ELSE
                 IF WS-CLS-OK = 'OUI'
                    MOVE 'NON' TO WS-CLS-OK
                    MOVE SPACES TO WS-CLS-MOTIF
                    STRING "DEVISE " WS-CLS-DEVISE " SANS TAUX EUR"
                       DELIMITED BY SIZE INTO WS-CLS-MOTIF
                 END-IF
              END-IF
           END-IF.

           IF WS-CLS-OK = 'NON'
              PERFORM 0810-NON-CLASSE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-ELEMENTS.
           EVALUATE WS-CLS-CATEGORIE
              WHEN 'DV'
                 ADD WS-CLS-MONTANT-EUR TO WS-TOT-DV
              WHEN 'DT'
                 ADD WS-CLS-MONTANT-EUR TO WS-TOT-DT
              WHEN 'CD'
                 ADD WS-CLS-MONTANT-EUR TO WS-TOT-CD
              WHEN 'CP'
                 ADD WS-CLS-MONTANT-EUR TO WS-TOT-CP
           END-EVALUATE.

           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
              UNTIL WS-CEL-IDX > WS-CEL-COUNT
              IF WS-CEL-CATEGORIE(WS-CEL-IDX) = WS-CLS-CATEGORIE
                 AND WS-CEL-PRODUIT(WS-CEL-IDX) = WS-CLS-PRODUIT
                 AND WS-CEL-TYPE(WS-CEL-IDX) = WS-CLS-TYPE
                 AND WS-CEL-RESIDENCE(WS-CEL-IDX) = WS-CLS-RESIDENCE
                 AND WS-CEL-DEVISE(WS-CEL-IDX) = WS-CLS-DEVISE
                 AND WS-CEL-DUREE(WS-CEL-IDX) = WS-CLS-DUREE
                 ADD 1 TO WS-CEL-NOMBRE(WS-CEL-IDX)
                 ADD WS-CLS-MONTANT TO WS-CEL-MONTANT(WS-CEL-IDX)
                 ADD WS-CLS-MONTANT-EUR
                   TO WS-CEL-MONTANT-EUR(WS-CEL-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-CEL-COUNT < 1000
              ADD 1 TO WS-CEL-COUNT
              MOVE WS-CLS-CATEGORIE TO WS-CEL-CATEGORIE(WS-CEL-COUNT)
              MOVE WS-CLS-PRODUIT TO WS-CEL-PRODUIT(WS-CEL-COUNT)
              MOVE WS-CLS-TYPE TO WS-CEL-TYPE(WS-CEL-COUNT)
              MOVE WS-CLS-RESIDENCE TO WS-CEL-RESIDENCE(WS-CEL-COUNT)
              MOVE WS-CLS-DEVISE TO WS-CEL-DEVISE(WS-CEL-COUNT)
              MOVE WS-CLS-DUREE TO WS-CEL-DUREE(WS-CEL-COUNT)
              MOVE 1 TO WS-CEL-NOMBRE(WS-CEL-COUNT)
              MOVE WS-CLS-MONTANT TO WS-CEL-MONTANT(WS-CEL-COUNT)
              MOVE WS-CLS-MONTANT-EUR
                TO WS-CEL-MONTANT-EUR(WS-CEL-COUNT)
           ELSE
              MOVE 'OUI' TO WS-TABLES-TRONQUE
           END-IF.

      *> un element sans taux EUR entre en ecart pour son montant
      *> d'origine, faute de mieux
       0810-NON-CLASSE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE SPACES TO STATREG-ANO-LINE.
           STRING WS-CLS-REFERENCE " " WS-CLS-CATEGORIE " "
              WS-CLS-DEVISE " " WS-CLS-MONTANT " : " WS-CLS-MOTIF
              DELIMITED BY SIZE INTO STATREG-ANO-LINE.
           WRITE STATREG-ANO-LINE.
           EVALUATE WS-CLS-CATEGORIE
              WHEN 'DV'
                 ADD WS-CLS-MONTANT-EUR TO WS-NCL-VUE
              WHEN 'CD'
                 SUBTRACT WS-CLS-MONTANT-EUR FROM WS-NCL-VUE
              WHEN 'DT'
                 ADD WS-CLS-MONTANT-EUR TO WS-NCL-DT
              WHEN 'CP'
                 ADD WS-CLS-MONTANT-EUR TO WS-NCL-CP
           END-EVALUATE.

      *> devise du compte rattache au depot ou au pret (EUR si le
      *> compte est inconnu de COMPTES.DAT)
       0850-DEVISE-DU-COMPTE.
           MOVE 'EUR' TO WS-CLS-DEVISE.
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
              UNTIL WS-DEV-IDX > WS-DEV-COUNT
              IF WS-DEV-COMPTEID(WS-DEV-IDX) = WS-CLS-COMPTEID
                 MOVE WS-DEV-DEVISE(WS-DEV-IDX) TO WS-CLS-DEVISE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       END PROGRAM statregbatch.
