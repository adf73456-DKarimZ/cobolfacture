       IDENTIFICATION DIVISION.
       PROGRAM-ID. ficobabatch.
       AUTHOR. D.KISAMA.

      *> Extraction quotidienne des declarations au fichier national
      *> des comptes bancaires (FICOBA) : a placer dans JOBPLAN.DAT.
      *>  1. les titulaires (TITULAIRE, CO-TITULAIRE) et mandataires
      *>     (lignes PROCURATION de COMPTETITULAIRES.DAT, procurations
      *>     en vigueur de PROCURATIONS.DAT) sont compares a la
      *>     photographie FICOBASNAP.DAT du passage precedent : chaque
      *>     ajout ou retrait part dans la file FICOBAEVT.DAT (voir
      *>     FICOBAEVT.cpy), ou l'ouverture et la cloture des comptes
      *>     ont deja ete deposees par le module ficobaevt. L'ajout du
      *>     titulaire d'un compte dont l'ouverture n'est pas encore
      *>     declaree, le retrait sur un compte dont la cloture ne
      *>     l'est pas encore, sont couverts par cet evenement. Au
      *>     premier passage (pas de photographie) rien n'est deduit :
      *>     l'existant a ete declare a la main ;
      *>  2. chaque evenement A DECLARER ou en ANOMALIE est repris :
      *>     identite de chaque declare (CLIENTROSTER.DAT), naissance
      *>     des personnes physiques (ETATCIVIL.DAT, voir
      *>     ETATCIVIL.cpy) et adresse en cours (ADRESSES.DAT). Un
      *>     evenement dont une donnee obligatoire manque n'est pas
      *>     declare : il reste en ANOMALIE avec son motif sur le
      *>     rapport des exceptions et sera represente au passage
      *>     suivant. Un evenement declare est journalise dans
      *>     FICOBALOG.DAT, consulte avant toute declaration pour ne
      *>     jamais declarer deux fois le meme evenement.
      *> Fichier de declaration FICOBA.DAT au format fixe : entete
      *> '01' (date, codes banque et guichet d'AGENCEPARM.DAT), une
      *> ligne '02' par declare, fin '09' avec le nombre de lignes.
      *> Le rapport des exceptions FICOBA.RPT est inscrit au spool
      *> retenu sous le nom FICOBA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-IXST.

           SELECT PROCURATIONS ASSIGN TO "PROCURATIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROCURATIONS-STATUS.

           SELECT FICOBASNAP ASSIGN TO "FICOBASNAP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FICOBASNAP-STATUS.

           SELECT FICOBAEVT ASSIGN TO "FICOBAEVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FICOBAEVT-STATUS.

           SELECT FICOBALOG ASSIGN TO "FICOBALOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FICOBALOG-STATUS.

           SELECT CLIENTROSTER ASSIGN TO "CLIENTROSTER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLIENTROSTER-STATUS.

           SELECT ETATCIVIL ASSIGN TO "ETATCIVIL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ETATCIVIL-STATUS.

           SELECT ADRESSES ASSIGN TO "ADRESSES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADRESSES-STATUS.

           SELECT AGENCEPARM ASSIGN TO "AGENCEPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGENCEPARM-STATUS.

           SELECT FICOBA-OUT ASSIGN TO "FICOBA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FICOBA-RPT ASSIGN TO "FICOBA.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD PROCURATIONS.
       01 PROCURATIONS-RECORD.
           05 PX-COMPTEID        PIC 9(5).
           05 PX-MANDANT         PIC 9(5).
           05 PX-MANDATAIRE      PIC 9(5).
           05 PX-PORTEE          PIC X(12).
           05 PX-PLAFOND         PIC 9(5)V99.
           05 PX-DATE-DEBUT      PIC X(10).
           05 PX-DATE-FIN        PIC X(10).

       FD FICOBASNAP.
       01 FICOBASNAP-RECORD.
           05 FN-QUALITE         PIC X(1).
           05 FN-COMPTEID        PIC 9(5).
           05 FN-IDCLIENT        PIC 9(5).

       FD FICOBAEVT.
           COPY "FICOBAEVT.cpy".

       FD FICOBALOG.
       01 FICOBALOG-RECORD.
           05 FLG-CLE            PIC X(31).
           05 FLG-DATE-DECL      PIC X(10).

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

       FD ETATCIVIL.
           COPY "ETATCIVIL.cpy".

       FD ADRESSES.
       01 ADRESSES-RECORD.
           05 ADR-IDCLIENT       PIC 9(5).
           05 ADR-LIGNE1         PIC X(30).
           05 ADR-CODEPOSTAL     PIC X(5).
           05 ADR-VILLE          PIC X(20).
           05 ADR-PAYS           PIC X(20).
           05 ADR-TEL            PIC X(15).
           05 ADR-EMAIL          PIC X(40).
           05 ADR-DATE-DEBUT     PIC X(10).
           05 ADR-DATE-FIN       PIC X(10).

       FD AGENCEPARM.
       01 AGENCEPARM-RECORD.
           05 AGP-CODE-BANQUE    PIC 9(5).
           05 AGP-CODE-GUICHET   PIC 9(5).

       FD FICOBA-OUT.
       01 FICOBA-OUT-LINE        PIC X(360).

       FD FICOBA-RPT.
       01 FICOBA-RPT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TITULAIRES-IXST     PIC X(2).
       01 WS-PROCURATIONS-STATUS PIC X(2).
       01 WS-FICOBASNAP-STATUS   PIC X(2).
       01 WS-FICOBAEVT-STATUS    PIC X(2).
       01 WS-FICOBALOG-STATUS    PIC X(2).
       01 WS-CLIENTROSTER-STATUS PIC X(2).
       01 WS-ETATCIVIL-STATUS    PIC X(2).
       01 WS-ADRESSES-STATUS     PIC X(2).
       01 WS-AGENCEPARM-STATUS   PIC X(2).
       01 WS-EOF                 PIC X(3).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.
       01 WS-PREMIER-PASSAGE     PIC X(3) VALUE 'NON'.

      *> titulaires et mandataires en vigueur
       01 WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 5000 TIMES.
              10 WS-CUR-QUALITE      PIC X(1).
              10 WS-CUR-COMPTEID     PIC 9(5).
              10 WS-CUR-IDCLIENT     PIC 9(5).
       01 WS-CUR-COUNT           PIC 9(4) VALUE 0.
       01 WS-CUR-IDX             PIC 9(4).

      *> photographie du passage precedent
       01 WS-SNP-TABLE.
           05 WS-SNP-ENTRY OCCURS 5000 TIMES.
              10 WS-SNP-QUALITE      PIC X(1).
              10 WS-SNP-COMPTEID     PIC 9(5).
              10 WS-SNP-IDCLIENT     PIC 9(5).
       01 WS-SNP-COUNT           PIC 9(4) VALUE 0.
       01 WS-SNP-IDX             PIC 9(4).

      *> file des evenements
       01 WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 2000 TIMES.
              10 WS-EVT-DATE-EVT     PIC X(10).
              10 WS-EVT-NATURE       PIC X(10).
              10 WS-EVT-QUALITE      PIC X(1).
              10 WS-EVT-COMPTEID     PIC 9(5).
              10 WS-EVT-IDCLIENT     PIC 9(5).
              10 WS-EVT-STATUT       PIC X(10).
              10 WS-EVT-DATE-DECL    PIC X(10).
              10 WS-EVT-MOTIF        PIC X(30).
       01 WS-EV-COUNT            PIC 9(4) VALUE 0.
       01 WS-EV-IDX              PIC 9(4).
       01 WS-EV-IDX2             PIC 9(4).
       01 WS-EV-COUVERT          PIC X(3).

      *> journal des declarations faites
       01 WS-LOG-TABLE.
           05 WS-LOG-CLE OCCURS 20000 TIMES PIC X(31).
       01 WS-LOG-COUNT           PIC 9(5) VALUE 0.
       01 WS-LOG-IDX             PIC 9(5).
       01 WS-CLE-EVT.
           05 WS-CLE-NATURE      PIC X(10).
           05 WS-CLE-QUALITE     PIC X(1).
           05 WS-CLE-COMPTEID    PIC 9(5).
           05 WS-CLE-IDCLIENT    PIC 9(5).
           05 WS-CLE-DATE        PIC X(10).
       01 WS-DEJA-DECLARE        PIC X(3).

      *> identite, naissance et adresse en cours des clients
       01 WS-RO-TABLE.
           05 WS-RO-ENTRY OCCURS 5000 TIMES.
              10 WS-RO-IDCLIENT      PIC 9(5).
              10 WS-RO-NOM           PIC X(50).
              10 WS-RO-PRENOM        PIC X(50).
              10 WS-RO-RSOCIALE      PIC X(50).
       01 WS-RO-COUNT            PIC 9(4) VALUE 0.
       01 WS-RO-IDX              PIC 9(4).
       01 WS-EC-TABLE.
           05 WS-EC-ENTRY OCCURS 5000 TIMES.
              10 WS-ECT-IDCLIENT     PIC 9(5).
              10 WS-ECT-DATE         PIC X(10).
              10 WS-ECT-CODE-LIEU    PIC X(5).
              10 WS-ECT-COMMUNE      PIC X(30).
              10 WS-ECT-PAYS         PIC X(20).
       01 WS-EC-COUNT            PIC 9(4) VALUE 0.
       01 WS-EC-IDX              PIC 9(4).
       01 WS-AD-TABLE.
           05 WS-AD-ENTRY OCCURS 5000 TIMES.
              10 WS-ADT-IDCLIENT     PIC 9(5).
              10 WS-ADT-LIGNE1       PIC X(30).
              10 WS-ADT-CODEPOSTAL   PIC X(5).
              10 WS-ADT-VILLE        PIC X(20).
              10 WS-ADT-PAYS         PIC X(20).
       01 WS-AD-COUNT            PIC 9(4) VALUE 0.
       01 WS-AD-IDX              PIC 9(4).

      *> declares de l'evenement en cours et leurs donnees
       01 WS-DCL-TABLE.
           05 WS-DCL-ENTRY OCCURS 50 TIMES.
              10 WS-DCL-QUALITE      PIC X(1).
              10 WS-DCL-IDCLIENT     PIC 9(5).
              10 WS-DCL-RO           PIC 9(4).
              10 WS-DCL-EC           PIC 9(4).
              10 WS-DCL-AD           PIC 9(4).
       01 WS-DCL-COUNT           PIC 9(2) VALUE 0.
       01 WS-DCL-IDX             PIC 9(2).
       01 WS-MOTIF               PIC X(30).

       01 WS-CODE-BANQUE         PIC 9(5) VALUE 30077.
       01 WS-CODE-GUICHET        PIC 9(5) VALUE 00001.
       01 WS-NUMCOMPTE           PIC 9(11).
       01 WS-IBAN                PIC X(34).

       01 FICOBA-ENTETE.
           05 FCE-TYPE           PIC X(2) VALUE '01'.
           05 FCE-DATE           PIC X(8).
           05 FCE-CODE-BANQUE    PIC 9(5).
           05 FCE-CODE-GUICHET   PIC 9(5).
       01 FICOBA-DETAIL.
           05 FCD-TYPE           PIC X(2) VALUE '02'.
           05 FCD-NATURE         PIC X(10).
           05 FCD-QUALITE        PIC X(1).
           05 FCD-DATE-EVT       PIC X(8).
           05 FCD-IBAN           PIC X(34).
           05 FCD-COMPTEID       PIC 9(5).
           05 FCD-IDCLIENT       PIC 9(5).
           05 FCD-NOM            PIC X(50).
           05 FCD-PRENOM         PIC X(50).
           05 FCD-RSOCIALE       PIC X(50).
           05 FCD-DATE-NAISS     PIC X(8).
           05 FCD-CODE-LIEU      PIC X(5).
           05 FCD-COMMUNE        PIC X(30).
           05 FCD-PAYS-NAISS     PIC X(20).
           05 FCD-ADR-LIGNE1     PIC X(30).
           05 FCD-ADR-CP         PIC X(5).
           05 FCD-ADR-VILLE      PIC X(20).
           05 FCD-ADR-PAYS       PIC X(20).
       01 FICOBA-FIN.
           05 FCF-TYPE           PIC X(2) VALUE '09'.
           05 FCF-NB-LIGNES      PIC 9(7).

       01 WS-NB-DEDUITS          PIC 9(7) VALUE 0.
       01 WS-NB-EVENEMENTS       PIC 9(7) VALUE 0.
       01 WS-NB-DECLARES         PIC 9(7) VALUE 0.
       01 WS-NB-LIGNES           PIC 9(7) VALUE 0.
       01 WS-NB-ANOMALIES        PIC 9(7) VALUE 0.
       01 WS-NB-DOUBLONS         PIC 9(7) VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'ficobabatch'.
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
           PERFORM 0150-LIRE-AGENCEPARM.

           OPEN OUTPUT FICOBA-RPT.
           MOVE SPACES TO FICOBA-RPT-LINE.
           STRING "DECLARATIONS FICOBA DU " WS-TODAY-ISO
              " - EXCEPTIONS"
              DELIMITED BY SIZE INTO FICOBA-RPT-LINE.
           WRITE FICOBA-RPT-LINE.

           PERFORM 0200-CHARGER-TITULAIRES.
           PERFORM 0250-CHARGER-PHOTOGRAPHIE.
           PERFORM 0300-CHARGER-EVENEMENTS.
           PERFORM 0350-CHARGER-JOURNAL.
           PERFORM 0400-CHARGER-IDENTITES.
           IF WS-TABLES-TRONQUE = 'OUI'
              MOVE "*** TABLES DE TRAVAIL SATUREES : ARRET"
                TO FICOBA-RPT-LINE
              WRITE FICOBA-RPT-LINE
              CLOSE FICOBA-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-PREMIER-PASSAGE = 'OUI'
              MOVE "PREMIER PASSAGE : PHOTOGRAPHIE INITIALE"
                TO FICOBA-RPT-LINE
              WRITE FICOBA-RPT-LINE
           ELSE
              PERFORM 0500-DEDUIRE-CHANGEMENTS
           END-IF.
           IF WS-TABLES-TRONQUE = 'OUI'
              MOVE "*** FILE DES EVENEMENTS SATUREE : ARRET"
                TO FICOBA-RPT-LINE
              WRITE FICOBA-RPT-LINE
              CLOSE FICOBA-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT FICOBA-OUT.
           MOVE TODAYS-DATE TO FCE-DATE.
           MOVE WS-CODE-BANQUE TO FCE-CODE-BANQUE.
           MOVE WS-CODE-GUICHET TO FCE-CODE-GUICHET.
           MOVE FICOBA-ENTETE TO FICOBA-OUT-LINE.
           WRITE FICOBA-OUT-LINE.

           OPEN EXTEND FICOBALOG.
           IF WS-FICOBALOG-STATUS = "35"
              CLOSE FICOBALOG
              OPEN OUTPUT FICOBALOG
           END-IF.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-COUNT
              IF WS-EVT-STATUT(WS-EV-IDX) = 'A DECLARER'
                 OR WS-EVT-STATUT(WS-EV-IDX) = 'ANOMALIE'
                 ADD 1 TO WS-NB-EVENEMENTS
                 PERFORM 0600-TRAITER-EVENEMENT
              END-IF
           END-PERFORM.
           CLOSE FICOBALOG.

           MOVE WS-NB-LIGNES TO FCF-NB-LIGNES.
           MOVE FICOBA-FIN TO FICOBA-OUT-LINE.
           WRITE FICOBA-OUT-LINE.
           CLOSE FICOBA-OUT.

           PERFORM 0900-REECRIRE-EVENEMENTS.
           PERFORM 0910-REECRIRE-PHOTOGRAPHIE.

           MOVE SPACES TO FICOBA-RPT-LINE.
           STRING "CHANGEMENTS DEDUITS: " WS-NB-DEDUITS
              "  EVENEMENTS TRAITES: " WS-NB-EVENEMENTS
              "  DECLARES: " WS-NB-DECLARES
              DELIMITED BY SIZE INTO FICOBA-RPT-LINE.
           WRITE FICOBA-RPT-LINE.
           MOVE SPACES TO FICOBA-RPT-LINE.
           STRING "LIGNES FICOBA: " WS-NB-LIGNES
              "  ANOMALIES: " WS-NB-ANOMALIES
              "  DEJA DECLARES: " WS-NB-DOUBLONS
              DELIMITED BY SIZE INTO FICOBA-RPT-LINE.
           WRITE FICOBA-RPT-LINE.
           CLOSE FICOBA-RPT.

           MOVE 'FICOBA' TO WS-SPOOL-NOM.
           MOVE 'FICOBA.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NB-EVENEMENTS TO WS-BR-RECORDS.
           MOVE WS-NB-ANOMALIES TO WS-BR-FAILED.
           IF WS-NB-ANOMALIES = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0150-LIRE-AGENCEPARM.
           OPEN INPUT AGENCEPARM.
           IF WS-AGENCEPARM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ AGENCEPARM
              AT END
                 CONTINUE
              NOT AT END
                 IF AGP-CODE-BANQUE NOT = ZEROES
                    MOVE AGP-CODE-BANQUE TO WS-CODE-BANQUE
                    MOVE AGP-CODE-GUICHET TO WS-CODE-GUICHET
                 END-IF
           END-READ.
           CLOSE AGENCEPARM.

      *>------------------------------------------------------------------------
      *> chargements
      *>------------------------------------------------------------------------
       0200-CHARGER-TITULAIRES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-IXST = "00"
              READ TITULAIRES NEXT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF TIT-ROLE(1:11) = 'PROCURATION'
                    MOVE 'M' TO WS-CLE-QUALITE
                 ELSE
                    MOVE 'T' TO WS-CLE-QUALITE
                 END-IF
                 MOVE TIT-COMPTEID TO WS-CLE-COMPTEID
                 MOVE TIT-IDCLIENT TO WS-CLE-IDCLIENT
                 PERFORM 0210-AJOUTER-EN-VIGUEUR
                 READ TITULAIRES NEXT
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE TITULAIRES
           END-IF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PROCURATIONS.
           IF WS-PROCURATIONS-STATUS = "00"
              READ PROCURATIONS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF PX-DATE-DEBUT NOT > WS-TODAY-ISO
                    AND (PX-DATE-FIN = SPACES
                       OR PX-DATE-FIN NOT < WS-TODAY-ISO)
                    MOVE 'M' TO WS-CLE-QUALITE
                    MOVE PX-COMPTEID TO WS-CLE-COMPTEID
                    MOVE PX-MANDATAIRE TO WS-CLE-IDCLIENT
                    PERFORM 0210-AJOUTER-EN-VIGUEUR
                 END-IF
                 READ PROCURATIONS
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE PROCURATIONS
           END-IF.

      *> un lien deja present (mandataire inscrit aux deux
      *> registres) n'est pas double
       0210-AJOUTER-EN-VIGUEUR.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-COUNT
              IF WS-CUR-QUALITE(WS-CUR-IDX) = WS-CLE-QUALITE
                 AND WS-CUR-COMPTEID(WS-CUR-IDX) = WS-CLE-COMPTEID
                 AND WS-CUR-IDCLIENT(WS-CUR-IDX) = WS-CLE-IDCLIENT
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-CUR-COUNT NOT < 5000
              MOVE 'OUI' TO WS-TABLES-TRONQUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUR-COUNT.
           MOVE WS-CLE-QUALITE TO WS-CUR-QUALITE(WS-CUR-COUNT).
           MOVE WS-CLE-COMPTEID TO WS-CUR-COMPTEID(WS-CUR-COUNT).
           MOVE WS-CLE-IDCLIENT TO WS-CUR-IDCLIENT(WS-CUR-COUNT).

       0250-CHARGER-PHOTOGRAPHIE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FICOBASNAP.
           IF WS-FICOBASNAP-STATUS NOT = "00"
              MOVE 'OUI' TO WS-PREMIER-PASSAGE
              EXIT PARAGRAPH
           END-IF.
           READ FICOBASNAP
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-SNP-COUNT < 5000
                 ADD 1 TO WS-SNP-COUNT
                 MOVE FN-QUALITE TO WS-SNP-QUALITE(WS-SNP-COUNT)
                 MOVE FN-COMPTEID TO WS-SNP-COMPTEID(WS-SNP-COUNT)
                 MOVE FN-IDCLIENT TO WS-SNP-IDCLIENT(WS-SNP-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
              END-IF
              READ FICOBASNAP
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FICOBASNAP.

       0300-CHARGER-EVENEMENTS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FICOBAEVT.
           IF WS-FICOBAEVT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FICOBAEVT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-EV-COUNT < 2000
                 ADD 1 TO WS-EV-COUNT
                 MOVE FICOBAEVT-RECORD TO WS-EV-ENTRY(WS-EV-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
              END-IF
              READ FICOBAEVT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FICOBAEVT.

       0350-CHARGER-JOURNAL.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FICOBALOG.
           IF WS-FICOBALOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FICOBALOG
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-LOG-COUNT < 20000
                 ADD 1 TO WS-LOG-COUNT
                 MOVE FLG-CLE TO WS-LOG-CLE(WS-LOG-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
              END-IF
              READ FICOBALOG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FICOBALOG.

      *> identite (roster), naissance et adresse en cours (ligne
      *> sans date de fin)
       0400-CHARGER-IDENTITES.
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
                    MOVE ROSTER-NOM TO WS-RO-NOM(WS-RO-COUNT)
                    MOVE ROSTER-PRENOM TO WS-RO-PRENOM(WS-RO-COUNT)
                    MOVE ROSTER-RSOCIALE
                      TO WS-RO-RSOCIALE(WS-RO-COUNT)
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
           OPEN INPUT ETATCIVIL.
           IF WS-ETATCIVIL-STATUS = "00"
              READ ETATCIVIL
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF WS-EC-COUNT < 5000
                    ADD 1 TO WS-EC-COUNT
                    MOVE EC-IDCLIENT TO WS-ECT-IDCLIENT(WS-EC-COUNT)
                    MOVE EC-DATE-NAISSANCE
                      TO WS-ECT-DATE(WS-EC-COUNT)
                    MOVE EC-CODE-LIEU TO WS-ECT-CODE-LIEU(WS-EC-COUNT)
                    MOVE EC-COMMUNE-NAISSANCE
                      TO WS-ECT-COMMUNE(WS-EC-COUNT)
                    MOVE EC-PAYS-NAISSANCE
                      TO WS-ECT-PAYS(WS-EC-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-TABLES-TRONQUE
                 END-IF
                 READ ETATCIVIL
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE ETATCIVIL
           END-IF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT ADRESSES.
           IF WS-ADRESSES-STATUS = "00"
              READ ADRESSES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF ADR-DATE-FIN = SPACES
                    IF WS-AD-COUNT < 5000
                       ADD 1 TO WS-AD-COUNT
                       MOVE ADR-IDCLIENT
                         TO WS-ADT-IDCLIENT(WS-AD-COUNT)
                       MOVE ADR-LIGNE1 TO WS-ADT-LIGNE1(WS-AD-COUNT)
                       MOVE ADR-CODEPOSTAL
                         TO WS-ADT-CODEPOSTAL(WS-AD-COUNT)
                       MOVE ADR-VILLE TO WS-ADT-VILLE(WS-AD-COUNT)
                       MOVE ADR-PAYS TO WS-ADT-PAYS(WS-AD-COUNT)
                    ELSE
                       MOVE 'OUI' TO WS-TABLES-TRONQUE
                    END-IF
                 END-IF
                 READ ADRESSES
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE ADRESSES
           END-IF.

      *>------------------------------------------------------------------------
      *> ajouts et retraits depuis la photographie precedente
      *>------------------------------------------------------------------------
       0500-DEDUIRE-CHANGEMENTS.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-COUNT
              PERFORM VARYING WS-SNP-IDX FROM 1 BY 1
                 UNTIL WS-SNP-IDX > WS-SNP-COUNT
                 IF WS-SNP-QUALITE(WS-SNP-IDX)
                       = WS-CUR-QUALITE(WS-CUR-IDX)
                    AND WS-SNP-COMPTEID(WS-SNP-IDX)
                       = WS-CUR-COMPTEID(WS-CUR-IDX)
                    AND WS-SNP-IDCLIENT(WS-SNP-IDX)
                       = WS-CUR-IDCLIENT(WS-CUR-IDX)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-SNP-IDX > WS-SNP-COUNT
                 MOVE 'AJOUT' TO WS-CLE-NATURE
                 MOVE WS-CUR-QUALITE(WS-CUR-IDX) TO WS-CLE-QUALITE
                 MOVE WS-CUR-COMPTEID(WS-CUR-IDX) TO WS-CLE-COMPTEID
                 MOVE WS-CUR-IDCLIENT(WS-CUR-IDX) TO WS-CLE-IDCLIENT
                 PERFORM 0510-DEPOSER-CHANGEMENT
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-SNP-IDX FROM 1 BY 1
              UNTIL WS-SNP-IDX > WS-SNP-COUNT
              PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                 UNTIL WS-CUR-IDX > WS-CUR-COUNT
                 IF WS-CUR-QUALITE(WS-CUR-IDX)
                       = WS-SNP-QUALITE(WS-SNP-IDX)
                    AND WS-CUR-COMPTEID(WS-CUR-IDX)
                       = WS-SNP-COMPTEID(WS-SNP-IDX)
                    AND WS-CUR-IDCLIENT(WS-CUR-IDX)
                       = WS-SNP-IDCLIENT(WS-SNP-IDX)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-CUR-IDX > WS-CUR-COUNT
                 MOVE 'RETRAIT' TO WS-CLE-NATURE
                 MOVE WS-SNP-QUALITE(WS-SNP-IDX) TO WS-CLE-QUALITE
                 MOVE WS-SNP-COMPTEID(WS-SNP-IDX) TO WS-CLE-COMPTEID
                 MOVE WS-SNP-IDCLIENT(WS-SNP-IDX) TO WS-CLE-IDCLIENT
                 PERFORM 0510-DEPOSER-CHANGEMENT
              END-IF
           END-PERFORM.

      *> titulaire ajoute d'un compte dont l'ouverture, ou retire
      *> d'un compte dont la cloture, attend encore sa declaration :
      *> deja couvert par cet evenement
       0510-DEPOSER-CHANGEMENT.
           MOVE 'NON' TO WS-EV-COUVERT.
           IF WS-CLE-QUALITE = 'T'
              PERFORM VARYING WS-EV-IDX2 FROM 1 BY 1
                 UNTIL WS-EV-IDX2 > WS-EV-COUNT
                 IF WS-EVT-COMPTEID(WS-EV-IDX2) = WS-CLE-COMPTEID
                    AND WS-EVT-STATUT(WS-EV-IDX2) NOT = 'DECLARE'
                    AND ((WS-CLE-NATURE = 'AJOUT'
                       AND WS-EVT-NATURE(WS-EV-IDX2) = 'OUVERTURE')
                    OR (WS-CLE-NATURE = 'RETRAIT'
                       AND WS-EVT-NATURE(WS-EV-IDX2) = 'CLOTURE'))
                    MOVE 'OUI' TO WS-EV-COUVERT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-EV-COUVERT = 'OUI'
              EXIT PARAGRAPH
           END-IF.
           IF WS-EV-COUNT NOT < 2000
              MOVE 'OUI' TO WS-TABLES-TRONQUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EV-COUNT.
           INITIALIZE WS-EV-ENTRY(WS-EV-COUNT).
           MOVE WS-TODAY-ISO TO WS-EVT-DATE-EVT(WS-EV-COUNT).
           MOVE WS-CLE-NATURE TO WS-EVT-NATURE(WS-EV-COUNT).
           MOVE WS-CLE-QUALITE TO WS-EVT-QUALITE(WS-EV-COUNT).
           MOVE WS-CLE-COMPTEID TO WS-EVT-COMPTEID(WS-EV-COUNT).
           MOVE WS-CLE-IDCLIENT TO WS-EVT-IDCLIENT(WS-EV-COUNT).
           MOVE 'A DECLARER' TO WS-EVT-STATUT(WS-EV-COUNT).
           ADD 1 TO WS-NB-DEDUITS.

      *>------------------------------------------------------------------------
      *> declaration d'un evenement : declares, controle des donnees
      *> obligatoires, puis lignes '02' et journal
      *>------------------------------------------------------------------------
       0600-TRAITER-EVENEMENT.
           MOVE WS-EVT-NATURE(WS-EV-IDX) TO WS-CLE-NATURE.
           MOVE WS-EVT-QUALITE(WS-EV-IDX) TO WS-CLE-QUALITE.
           MOVE WS-EVT-COMPTEID(WS-EV-IDX) TO WS-CLE-COMPTEID.
           MOVE WS-EVT-IDCLIENT(WS-EV-IDX) TO WS-CLE-IDCLIENT.
           MOVE WS-EVT-DATE-EVT(WS-EV-IDX) TO WS-CLE-DATE.
           MOVE 'NON' TO WS-DEJA-DECLARE.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
              UNTIL WS-LOG-IDX > WS-LOG-COUNT
              IF WS-LOG-CLE(WS-LOG-IDX) = WS-CLE-EVT
                 MOVE 'OUI' TO WS-DEJA-DECLARE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DEJA-DECLARE = 'OUI'
              ADD 1 TO WS-NB-DOUBLONS
              MOVE 'DECLARE' TO WS-EVT-STATUT(WS-EV-IDX)
              MOVE SPACES TO WS-EVT-MOTIF(WS-EV-IDX)
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0610-LISTER-DECLARES.
           MOVE SPACES TO WS-MOTIF.
           IF WS-DCL-COUNT = 0
              MOVE 'AUCUN TITULAIRE' TO WS-MOTIF
           END-IF.
           PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
              UNTIL WS-DCL-IDX > WS-DCL-COUNT
              OR WS-MOTIF NOT = SPACES
              PERFORM 0620-CONTROLER-DECLARE
           END-PERFORM.

           IF WS-MOTIF NOT = SPACES
              MOVE 'ANOMALIE' TO WS-EVT-STATUT(WS-EV-IDX)
              MOVE WS-MOTIF TO WS-EVT-MOTIF(WS-EV-IDX)
              ADD 1 TO WS-NB-ANOMALIES
              MOVE SPACES TO FICOBA-RPT-LINE
              STRING WS-CLE-NATURE " " WS-CLE-QUALITE
                 " COMPTE " WS-CLE-COMPTEID
                 " CLIENT " WS-CLE-IDCLIENT
                 " DU " WS-CLE-DATE " : " WS-MOTIF
                 DELIMITED BY SIZE INTO FICOBA-RPT-LINE
              WRITE FICOBA-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CLE-COMPTEID TO WS-NUMCOMPTE.
           CALL 'ibangen' USING WS-CODE-BANQUE, WS-CODE-GUICHET,
              WS-NUMCOMPTE, WS-IBAN.
           PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
              UNTIL WS-DCL-IDX > WS-DCL-COUNT
              PERFORM 0630-ECRIRE-DECLARATION
           END-PERFORM.

           MOVE 'DECLARE' TO WS-EVT-STATUT(WS-EV-IDX).
           MOVE WS-TODAY-ISO TO WS-EVT-DATE-DECL(WS-EV-IDX).
           MOVE SPACES TO WS-EVT-MOTIF(WS-EV-IDX).
           ADD 1 TO WS-NB-DECLARES.
           MOVE WS-CLE-EVT TO FLG-CLE.
           MOVE WS-TODAY-ISO TO FLG-DATE-DECL.
           WRITE FICOBALOG-RECORD.
           IF WS-LOG-COUNT < 20000
              ADD 1 TO WS-LOG-COUNT
              MOVE WS-CLE-EVT TO WS-LOG-CLE(WS-LOG-COUNT)
           END-IF.

      *> ouverture et cloture : chaque titulaire du compte (a la
      *> cloture, ceux de la photographie s'ils ont deja ete
      *> retires) ; ajout et retrait : le client concerne
       0610-LISTER-DECLARES.
           MOVE 0 TO WS-DCL-COUNT.
           IF WS-CLE-NATURE = 'AJOUT' OR WS-CLE-NATURE = 'RETRAIT'
              MOVE 1 TO WS-DCL-COUNT
              MOVE WS-CLE-QUALITE TO WS-DCL-QUALITE(1)
              MOVE WS-CLE-IDCLIENT TO WS-DCL-IDCLIENT(1)
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-COUNT
              IF WS-CUR-QUALITE(WS-CUR-IDX) = 'T'
                 AND WS-CUR-COMPTEID(WS-CUR-IDX) = WS-CLE-COMPTEID
                 AND WS-DCL-COUNT < 50
                 ADD 1 TO WS-DCL-COUNT
                 MOVE 'T' TO WS-DCL-QUALITE(WS-DCL-COUNT)
                 MOVE WS-CUR-IDCLIENT(WS-CUR-IDX)
                   TO WS-DCL-IDCLIENT(WS-DCL-COUNT)
              END-IF
           END-PERFORM.
           IF WS-DCL-COUNT = 0
              PERFORM VARYING WS-SNP-IDX FROM 1 BY 1
                 UNTIL WS-SNP-IDX > WS-SNP-COUNT
                 IF WS-SNP-QUALITE(WS-SNP-IDX) = 'T'
                    AND WS-SNP-COMPTEID(WS-SNP-IDX) = WS-CLE-COMPTEID
                    AND WS-DCL-COUNT < 50
                    ADD 1 TO WS-DCL-COUNT
                    MOVE 'T' TO WS-DCL-QUALITE(WS-DCL-COUNT)
                    MOVE WS-SNP-IDCLIENT(WS-SNP-IDX)
                      TO WS-DCL-IDCLIENT(WS-DCL-COUNT)
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-DCL-COUNT = 0 AND WS-CLE-IDCLIENT NOT = ZEROES
              MOVE 1 TO WS-DCL-COUNT
              MOVE 'T' TO WS-DCL-QUALITE(1)
              MOVE WS-CLE-IDCLIENT TO WS-DCL-IDCLIENT(1)
           END-IF.

      *> identite, naissance (personne physique : pas de raison
      *> sociale) et adresse en cours
       0620-CONTROLER-DECLARE.
           MOVE 0 TO WS-DCL-RO(WS-DCL-IDX).
           MOVE 0 TO WS-DCL-EC(WS-DCL-IDX).
           MOVE 0 TO WS-DCL-AD(WS-DCL-IDX).
           PERFORM VARYING WS-RO-IDX FROM 1 BY 1
              UNTIL WS-RO-IDX > WS-RO-COUNT
              IF WS-RO-IDCLIENT(WS-RO-IDX) = WS-DCL-IDCLIENT(WS-DCL-IDX)
                 MOVE WS-RO-IDX TO WS-DCL-RO(WS-DCL-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DCL-RO(WS-DCL-IDX) = 0
              MOVE 'IDENTITE ABSENTE' TO WS-MOTIF
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DCL-RO(WS-DCL-IDX) TO WS-RO-IDX.

           IF WS-RO-RSOCIALE(WS-RO-IDX) = SPACES
              PERFORM VARYING WS-EC-IDX FROM 1 BY 1
                 UNTIL WS-EC-IDX > WS-EC-COUNT
                 IF WS-ECT-IDCLIENT(WS-EC-IDX)
                       = WS-DCL-IDCLIENT(WS-DCL-IDX)
                    AND WS-ECT-DATE(WS-EC-IDX) NOT = SPACES
                    AND WS-ECT-CODE-LIEU(WS-EC-IDX) NOT = SPACES
                    MOVE WS-EC-IDX TO WS-DCL-EC(WS-DCL-IDX)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-DCL-EC(WS-DCL-IDX) = 0
                 MOVE 'NAISSANCE ABSENTE' TO WS-MOTIF
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
              UNTIL WS-AD-IDX > WS-AD-COUNT
              IF WS-ADT-IDCLIENT(WS-AD-IDX)
                    = WS-DCL-IDCLIENT(WS-DCL-IDX)
                 AND WS-ADT-LIGNE1(WS-AD-IDX) NOT = SPACES
                 AND WS-ADT-CODEPOSTAL(WS-AD-IDX) NOT = SPACES
                 AND WS-ADT-VILLE(WS-AD-IDX) NOT = SPACES
                 MOVE WS-AD-IDX TO WS-DCL-AD(WS-DCL-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DCL-AD(WS-DCL-IDX) = 0
              MOVE 'ADRESSE ABSENTE' TO WS-MOTIF
           END-IF.

       0630-ECRIRE-DECLARATION.
           MOVE WS-CLE-NATURE TO FCD-NATURE.
           MOVE WS-DCL-QUALITE(WS-DCL-IDX) TO FCD-QUALITE.
           MOVE SPACES TO FCD-DATE-EVT.
           STRING WS-CLE-DATE(1:4) WS-CLE-DATE(6:2) WS-CLE-DATE(9:2)
              DELIMITED BY SIZE INTO FCD-DATE-EVT.
           MOVE WS-IBAN TO FCD-IBAN.
           MOVE WS-CLE-COMPTEID TO FCD-COMPTEID.
           MOVE WS-DCL-IDCLIENT(WS-DCL-IDX) TO FCD-IDCLIENT.
           MOVE WS-DCL-RO(WS-DCL-IDX) TO WS-RO-IDX.
           MOVE WS-RO-NOM(WS-RO-IDX) TO FCD-NOM.
           MOVE WS-RO-PRENOM(WS-RO-IDX) TO FCD-PRENOM.
           MOVE WS-RO-RSOCIALE(WS-RO-IDX) TO FCD-RSOCIALE.
           MOVE SPACES TO FCD-DATE-NAISS.
           MOVE SPACES TO FCD-CODE-LIEU.
           MOVE SPACES TO FCD-COMMUNE.
           MOVE SPACES TO FCD-PAYS-NAISS.
           IF WS-DCL-EC(WS-DCL-IDX) > 0
              MOVE WS-DCL-EC(WS-DCL-IDX) TO WS-EC-IDX
              STRING WS-ECT-DATE(WS-EC-IDX)(1:4)
                 WS-ECT-DATE(WS-EC-IDX)(6:2)
                 WS-ECT-DATE(WS-EC-IDX)(9:2)
                 DELIMITED BY SIZE INTO FCD-DATE-NAISS
              MOVE WS-ECT-CODE-LIEU(WS-EC-IDX) TO FCD-CODE-LIEU
              MOVE WS-ECT-COMMUNE(WS-EC-IDX) TO FCD-COMMUNE
              MOVE WS-ECT-PAYS(WS-EC-IDX) TO FCD-PAYS-NAISS
           END-IF.
           MOVE WS-DCL-AD(WS-DCL-IDX) TO WS-AD-IDX.
           MOVE WS-ADT-LIGNE1(WS-AD-IDX) TO FCD-ADR-LIGNE1.
           MOVE WS-ADT-CODEPOSTAL(WS-AD-IDX) TO FCD-ADR-CP.
           MOVE WS-ADT-VILLE(WS-AD-IDX) TO FCD-ADR-VILLE.
           MOVE WS-ADT-PAYS(WS-AD-IDX) TO FCD-ADR-PAYS.
           MOVE FICOBA-DETAIL TO FICOBA-OUT-LINE.
           WRITE FICOBA-OUT-LINE.
           ADD 1 TO WS-NB-LIGNES.

      *>------------------------------------------------------------------------
      *> file et photographie reecrites pour le passage suivant
      *>------------------------------------------------------------------------
       0900-REECRIRE-EVENEMENTS.
           OPEN OUTPUT FICOBAEVT.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-COUNT
              MOVE WS-EV-ENTRY(WS-EV-IDX) TO FICOBAEVT-RECORD
              WRITE FICOBAEVT-RECORD
           END-PERFORM.
           CLOSE FICOBAEVT.

       0910-REECRIRE-PHOTOGRAPHIE.
           OPEN OUTPUT FICOBASNAP.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-COUNT
              MOVE WS-CUR-QUALITE(WS-CUR-IDX) TO FN-QUALITE
              MOVE WS-CUR-COMPTEID(WS-CUR-IDX) TO FN-COMPTEID
              MOVE WS-CUR-IDCLIENT(WS-CUR-IDX) TO FN-IDCLIENT
              WRITE FICOBASNAP-RECORD
           END-PERFORM.
           CLOSE FICOBASNAP.

       END PROGRAM ficobabatch.
