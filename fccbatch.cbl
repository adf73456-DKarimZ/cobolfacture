       IDENTIFICATION DIVISION.
       PROGRAM-ID. fccbatch.
       AUTHOR. D.KISAMA.

      *> Suivi quotidien des incidents de paiement de cheque du
      *> registre CHQINCIDENTS.DAT (voir CHQINCID.cpy) : a placer
      *> dans JOBPLAN.DAT apres chequebatch.
      *>  1. chaque incident sans injonction recoit sa lettre
      *>     d'injonction (INJONCTION.RPT, inscrit au spool retenu
      *>     sous le nom INJONCTION) a l'adresse en cours du client
      *>     (ADRESSES.DAT) ;
      *>  2. le fichier de declaration FCC.DAT au fichier central des
      *>     cheques de la Banque de France reprend les incidents pas
      *>     encore declares (ligne '02') et les regularisations
      *>     saisies a l'ecran INCIDENTS CHEQUE d'activity2banq dont
      *>     l'incident est deja declare (ligne '03') ; entete '01'
      *>     (date, codes banque et guichet d'AGENCEPARM.DAT), fin
      *>     '09' avec le nombre de lignes ;
      *>  3. un compte interdit dont tous les incidents du registre
      *>     sont regularises est retire d'INTERDITS.DAT : le client
      *>     retrouve l'acces au chequier (ecran chequier
      *>     d'ACTIVITY2CLIENT, chequierfabbatch) et en est prevenu
      *>     par msgnotif. Une interdiction anterieure au registre
      *>     (aucun incident du compte) n'est jamais levee ici.
      *> Rapport FCC.RPT inscrit au spool retenu sous le nom FCC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHQINCIDENTS ASSIGN TO "CHQINCIDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHQINCIDENTS-STATUS.

           SELECT INTERDITS ASSIGN TO "INTERDITS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INTERDITS-STATUS.

      *> fichier de travail du flux des interdictions : les lignes
      *> maintenues y sont recopiees, puis il remplace INTERDITS.DAT
           SELECT INTERDITSTMP ASSIGN TO "INTERDITS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT FCC-OUT ASSIGN TO "FCC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INJONCTION-LETTRE ASSIGN TO "INJONCTION.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FCC-RPT ASSIGN TO "FCC.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHQINCIDENTS.
           COPY "CHQINCID.cpy".

       FD INTERDITS.
       01 INTERDITS-RECORD.
           05 INT-COMPTEID       PIC 9(5).
           05 INT-DATE           PIC X(10).

       FD INTERDITSTMP.
       01 INTERDITSTMP-RECORD    PIC X(15).

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

       FD FCC-OUT.
       01 FCC-OUT-LINE           PIC X(250).

       FD INJONCTION-LETTRE.
       01 INJONCTION-LINE        PIC X(100).

       FD FCC-RPT.
       01 FCC-RPT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CHQINCIDENTS-STATUS PIC X(2).
       01 WS-INTERDITS-STATUS    PIC X(2).
       01 WS-CLIENTROSTER-STATUS PIC X(2).
       01 WS-ETATCIVIL-STATUS    PIC X(2).
       01 WS-ADRESSES-STATUS     PIC X(2).
       01 WS-AGENCEPARM-STATUS   PIC X(2).
       01 WS-EOF                 PIC X(3).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

      *> registre des incidents, charge en table et reecrit en entier
       01 WS-CI-TABLE.
           05 WS-CI-ENTRY OCCURS 2000 TIMES.
              10 WS-CIT-NUMERO          PIC 9(7).
              10 WS-CIT-COMPTEID        PIC 9(5).
              10 WS-CIT-IDCLIENT        PIC 9(5).
              10 WS-CIT-MONTANT         PIC 9(5)V99.
              10 WS-CIT-DATE-INCIDENT   PIC X(10).
              10 WS-CIT-DATE-INJONCTION PIC X(10).
              10 WS-CIT-DATE-DECL       PIC X(10).
              10 WS-CIT-STATUT          PIC X(10).
              10 WS-CIT-DATE-REGUL      PIC X(10).
              10 WS-CIT-MODE-REGUL      PIC X(1).
              10 WS-CIT-PREUVE          PIC X(20).
              10 WS-CIT-DATE-DECL-REGUL PIC X(10).
       01 WS-CI-COUNT            PIC 9(4) VALUE 0.
       01 WS-CI-IDX              PIC 9(4).

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

      *> client de l'incident en cours
       01 WS-CLI-NOM             PIC X(50).
       01 WS-CLI-PRENOM          PIC X(50).
       01 WS-CLI-RSOCIALE        PIC X(50).
       01 WS-CLI-LIBELLE         PIC X(60).
       01 WS-CLI-NAISSANCE       PIC X(10).
       01 WS-CLI-CODE-LIEU       PIC X(5).
       01 WS-CLI-LIGNE1          PIC X(30).
       01 WS-CLI-CODEPOSTAL      PIC X(5).
       01 WS-CLI-VILLE           PIC X(20).
       01 WS-CLI-PAYS            PIC X(20).

      *> levee des interdictions
       01 WS-ITD-INCIDENTS       PIC 9(4).
       01 WS-ITD-OUVERTS         PIC 9(4).
       01 WS-ITD-CLIENT          PIC 9(5).
       01 WS-LV-TABLE.
           05 WS-LV-COMPTEID OCCURS 500 TIMES PIC 9(5).
       01 WS-LV-COUNT            PIC 9(3) VALUE 0.
       01 WS-LV-IDX              PIC 9(3).
       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

       01 WS-CODE-BANQUE         PIC 9(5) VALUE 30077.
       01 WS-CODE-GUICHET        PIC 9(5) VALUE 00001.
       01 WS-NUMCOMPTE           PIC 9(11).
       01 WS-IBAN                PIC X(34).
       01 WS-MONTANT-ED          PIC ZZZZ9.99.

       01 FCC-ENTETE.
           05 FCE-TYPE           PIC X(2) VALUE '01'.
           05 FCE-DATE           PIC X(8).
           05 FCE-CODE-BANQUE    PIC 9(5).
           05 FCE-CODE-GUICHET   PIC 9(5).
       01 FCC-DETAIL.
           05 FCD-TYPE           PIC X(2).
           05 FCD-DATE-INCIDENT  PIC X(8).
           05 FCD-NUMERO         PIC 9(7).
           05 FCD-MONTANT        PIC 9(5)V99.
           05 FCD-IBAN           PIC X(34).
           05 FCD-COMPTEID       PIC 9(5).
           05 FCD-IDCLIENT       PIC 9(5).
           05 FCD-NOM            PIC X(50).
           05 FCD-PRENOM         PIC X(50).
           05 FCD-RSOCIALE       PIC X(50).
           05 FCD-DATE-NAISS     PIC X(8).
           05 FCD-CODE-LIEU      PIC X(5).
           05 FCD-DATE-REGUL     PIC X(8).
           05 FCD-MODE-REGUL     PIC X(1).
       01 FCC-FIN.
           05 FCF-TYPE           PIC X(2) VALUE '09'.
           05 FCF-NB-LIGNES      PIC 9(7).

       01 WS-NB-INJONCTIONS      PIC 9(7) VALUE 0.
       01 WS-NB-DECL-INCIDENTS   PIC 9(7) VALUE 0.
       01 WS-NB-DECL-REGULS      PIC 9(7) VALUE 0.
       01 WS-NB-LIGNES           PIC 9(7) VALUE 0.
       01 WS-NB-LEVEES           PIC 9(7) VALUE 0.
       01 WS-NB-SANS-ADRESSE     PIC 9(7) VALUE 0.

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'fccbatch'.
       01 WS-BR-HEURE-DEBUT     PIC X(6).
       01 WS-BR-RECORDS         PIC 9(7).
       01 WS-BR-FAILED          PIC 9(7).
       01 WS-BR-STATUT          PIC X(10).

      *> inscription des rapports au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.
           PERFORM 0150-LIRE-AGENCEPARM.

           OPEN OUTPUT FCC-RPT.
           MOVE SPACES TO FCC-RPT-LINE.
           STRING "INCIDENTS DE PAIEMENT DE CHEQUE DU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO FCC-RPT-LINE.
           WRITE FCC-RPT-LINE.

           PERFORM 0200-CHARGER-INCIDENTS.
           PERFORM 0250-CHARGER-IDENTITES.
           IF WS-TABLES-TRONQUE = 'OUI'
              MOVE "*** TABLES DE TRAVAIL SATUREES : ARRET"
                TO FCC-RPT-LINE
              WRITE FCC-RPT-LINE
              CLOSE FCC-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT FCC-OUT.
           MOVE TODAYS-DATE TO FCE-DATE.
           MOVE WS-CODE-BANQUE TO FCE-CODE-BANQUE.
           MOVE WS-CODE-GUICHET TO FCE-CODE-GUICHET.
           MOVE FCC-ENTETE TO FCC-OUT-LINE.
           WRITE FCC-OUT-LINE.
           OPEN OUTPUT INJONCTION-LETTRE.

           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              PERFORM 0300-TRAITER-INCIDENT
           END-PERFORM.

           CLOSE INJONCTION-LETTRE.
           MOVE WS-NB-LIGNES TO FCF-NB-LIGNES.
           MOVE FCC-FIN TO FCC-OUT-LINE.
           WRITE FCC-OUT-LINE.
           CLOSE FCC-OUT.

           PERFORM 0600-LEVER-INTERDICTIONS.
           PERFORM 0900-REECRIRE-INCIDENTS.

           MOVE SPACES TO FCC-RPT-LINE.
           STRING "INJONCTIONS: " WS-NB-INJONCTIONS
              "  INCIDENTS DECLARES: " WS-NB-DECL-INCIDENTS
              "  REGULARISATIONS DECLAREES: " WS-NB-DECL-REGULS
              DELIMITED BY SIZE INTO FCC-RPT-LINE.
           WRITE FCC-RPT-LINE.
           MOVE SPACES TO FCC-RPT-LINE.
           STRING "LIGNES FCC: " WS-NB-LIGNES
              "  INTERDICTIONS LEVEES: " WS-NB-LEVEES
              "  SANS ADRESSE: " WS-NB-SANS-ADRESSE
              DELIMITED BY SIZE INTO FCC-RPT-LINE.
           WRITE FCC-RPT-LINE.
           CLOSE FCC-RPT.

           MOVE 'INJONCTION' TO WS-SPOOL-NOM.
           MOVE 'INJONCTION.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.
           MOVE 'FCC' TO WS-SPOOL-NOM.
           MOVE 'FCC.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-CI-COUNT TO WS-BR-RECORDS.
           MOVE WS-NB-SANS-ADRESSE TO WS-BR-FAILED.
           IF WS-NB-SANS-ADRESSE = ZEROES
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

       0200-CHARGER-INCIDENTS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CHQINCIDENTS.
           IF WS-CHQINCIDENTS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CHQINCIDENTS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-CI-COUNT < 2000
                 ADD 1 TO WS-CI-COUNT
                 MOVE CHQINCIDENTS-RECORD TO WS-CI-ENTRY(WS-CI-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
              END-IF
              READ CHQINCIDENTS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CHQINCIDENTS.

      *> identite (roster), naissance et adresse en cours (ligne
      *> sans date de fin)
       0250-CHARGER-IDENTITES.
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
      *> injonction, declaration de l'incident, puis de sa
      *> regularisation
      *>------------------------------------------------------------------------
       0300-TRAITER-INCIDENT.
           PERFORM 0310-IDENTIFIER-CLIENT.

           IF WS-CIT-DATE-INJONCTION(WS-CI-IDX) = SPACES
              IF WS-CLI-LIGNE1 = SPACES
                 ADD 1 TO WS-NB-SANS-ADRESSE
                 MOVE SPACES TO FCC-RPT-LINE
                 STRING "CHEQUE " WS-CIT-NUMERO(WS-CI-IDX)
                    " COMPTE " WS-CIT-COMPTEID(WS-CI-IDX)
                    " CLIENT " WS-CIT-IDCLIENT(WS-CI-IDX)
                    " : ADRESSE ABSENTE, INJONCTION NON EMISE"
                    DELIMITED BY SIZE INTO FCC-RPT-LINE
                 WRITE FCC-RPT-LINE
              ELSE
                 PERFORM 0400-ECRIRE-INJONCTION
              END-IF
           END-IF.

           IF WS-CIT-DATE-DECL(WS-CI-IDX) = SPACES
              MOVE '02' TO FCD-TYPE
              PERFORM 0500-ECRIRE-DECLARATION
              MOVE WS-TODAY-ISO TO WS-CIT-DATE-DECL(WS-CI-IDX)
              ADD 1 TO WS-NB-DECL-INCIDENTS
           END-IF.

           IF WS-CIT-STATUT(WS-CI-IDX) = 'REGULARISE'
              AND WS-CIT-DATE-DECL-REGUL(WS-CI-IDX) = SPACES
              MOVE '03' TO FCD-TYPE
              PERFORM 0500-ECRIRE-DECLARATION
              MOVE WS-TODAY-ISO TO WS-CIT-DATE-DECL-REGUL(WS-CI-IDX)
              ADD 1 TO WS-NB-DECL-REGULS
           END-IF.

       0310-IDENTIFIER-CLIENT.
           MOVE SPACES TO WS-CLI-NOM.
           MOVE SPACES TO WS-CLI-PRENOM.
           MOVE SPACES TO WS-CLI-RSOCIALE.
           MOVE SPACES TO WS-CLI-LIBELLE.
           MOVE SPACES TO WS-CLI-NAISSANCE.
           MOVE SPACES TO WS-CLI-CODE-LIEU.
           MOVE SPACES TO WS-CLI-LIGNE1.
           MOVE SPACES TO WS-CLI-CODEPOSTAL.
           MOVE SPACES TO WS-CLI-VILLE.
           MOVE SPACES TO WS-CLI-PAYS.
           PERFORM VARYING WS-RO-IDX FROM 1 BY 1
              UNTIL WS-RO-IDX > WS-RO-COUNT
              IF WS-RO-IDCLIENT(WS-RO-IDX) = WS-CIT-IDCLIENT(WS-CI-IDX)
                 MOVE WS-RO-NOM(WS-RO-IDX) TO WS-CLI-NOM
                 MOVE WS-RO-PRENOM(WS-RO-IDX) TO WS-CLI-PRENOM
                 MOVE WS-RO-RSOCIALE(WS-RO-IDX) TO WS-CLI-RSOCIALE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CLI-RSOCIALE NOT = SPACES
              MOVE WS-CLI-RSOCIALE TO WS-CLI-LIBELLE
           ELSE
              STRING FUNCTION TRIM(WS-CLI-NOM) " "
                 FUNCTION TRIM(WS-CLI-PRENOM)
                 DELIMITED BY SIZE INTO WS-CLI-LIBELLE
           END-IF.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
              UNTIL WS-EC-IDX > WS-EC-COUNT
              IF WS-ECT-IDCLIENT(WS-EC-IDX) = WS-CIT-IDCLIENT(WS-CI-IDX)
                 MOVE WS-ECT-DATE(WS-EC-IDX) TO WS-CLI-NAISSANCE
                 MOVE WS-ECT-CODE-LIEU(WS-EC-IDX) TO WS-CLI-CODE-LIEU
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
              UNTIL WS-AD-IDX > WS-AD-COUNT
              IF WS-ADT-IDCLIENT(WS-AD-IDX) = WS-CIT-IDCLIENT(WS-CI-IDX)
                 MOVE WS-ADT-LIGNE1(WS-AD-IDX) TO WS-CLI-LIGNE1
                 MOVE WS-ADT-CODEPOSTAL(WS-AD-IDX) TO WS-CLI-CODEPOSTAL
                 MOVE WS-ADT-VILLE(WS-AD-IDX) TO WS-CLI-VILLE
                 MOVE WS-ADT-PAYS(WS-AD-IDX) TO WS-CLI-PAYS
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *>------------------------------------------------------------------------
      *> lettre d'injonction : restitution des formules, interdiction
      *> d'emettre des cheques jusqu'a la regularisation, modes de
      *> regularisation
      *>------------------------------------------------------------------------
       0400-ECRIRE-INJONCTION.
           MOVE WS-CIT-MONTANT(WS-CI-IDX) TO WS-MONTANT-ED.
           MOVE ALL '=' TO INJONCTION-LINE.
           WRITE INJONCTION-LINE.
           MOVE WS-CLI-LIBELLE TO INJONCTION-LINE.
           WRITE INJONCTION-LINE.
           MOVE WS-CLI-LIGNE1 TO INJONCTION-LINE.
           WRITE INJONCTION-LINE.
           MOVE SPACES TO INJONCTION-LINE.
           STRING WS-CLI-CODEPOSTAL " " WS-CLI-VILLE " " WS-CLI-PAYS
              DELIMITED BY SIZE INTO INJONCTION-LINE.
           WRITE INJONCTION-LINE.
           MOVE SPACES TO INJONCTION-LINE.
           WRITE INJONCTION-LINE.
           MOVE SPACES TO INJONCTION-LINE.
           STRING "LE " WS-TODAY-ISO
              " - LETTRE D'INJONCTION - COMPTE "
              WS-CIT-COMPTEID(WS-CI-IDX)
              DELIMITED BY SIZE INTO INJONCTION-LINE.
           WRITE INJONCTION-LINE.
           MOVE SPACES TO INJONCTION-LINE.
           STRING "LE CHEQUE NO " WS-CIT-NUMERO(WS-CI-IDX)
              " DE " WS-MONTANT-ED " EUR PRESENTE LE "
              WS-CIT-DATE-INCIDENT(WS-CI-IDX)
              " A ETE REJETE FAUTE DE PROVISION."
              DELIMITED BY SIZE INTO INJONCTION-LINE.
           WRITE INJONCTION-LINE.
           MOVE SPACES TO INJONCTION-LINE.
           STRING "IL VOUS EST ENJOINT DE NE PLUS EMETTRE DE "
              "CHEQUES ET DE RESTITUER LES FORMULES EN VOTRE "
              "POSSESSION."
              DELIMITED BY SIZE INTO INJONCTION-LINE.
           WRITE INJONCTION-LINE.
           MOVE SPACES TO INJONCTION-LINE.
           STRING "L'INCIDENT EST DECLARE A LA BANQUE DE FRANCE ; "
              "L'INTERDICTION VAUT POUR CINQ ANS."
              DELIMITED BY SIZE INTO INJONCTION-LINE.
           WRITE INJONCTION-LINE.
           MOVE SPACES TO INJONCTION-LINE.
           STRING "VOUS POUVEZ LA LEVER A TOUT MOMENT EN REGLANT "
              "DIRECTEMENT LE BENEFICIAIRE (JUSTIFICATIF"
              DELIMITED BY SIZE INTO INJONCTION-LINE.
           WRITE INJONCTION-LINE.
           MOVE SPACES TO INJONCTION-LINE.
           STRING "A PRESENTER EN AGENCE) OU EN CONSTITUANT UNE "
              "PROVISION BLOQUEE POUR SON PAIEMENT."
              DELIMITED BY SIZE INTO INJONCTION-LINE.
           WRITE INJONCTION-LINE.

           MOVE WS-TODAY-ISO TO WS-CIT-DATE-INJONCTION(WS-CI-IDX).
           ADD 1 TO WS-NB-INJONCTIONS.

      *> ligne '02' (incident) ou '03' (regularisation) selon
      *> FCD-TYPE, pose par l'appelant
       0500-ECRIRE-DECLARATION.
           MOVE SPACES TO FCD-DATE-INCIDENT.
           STRING WS-CIT-DATE-INCIDENT(WS-CI-IDX)(1:4)
              WS-CIT-DATE-INCIDENT(WS-CI-IDX)(6:2)
              WS-CIT-DATE-INCIDENT(WS-CI-IDX)(9:2)
              DELIMITED BY SIZE INTO FCD-DATE-INCIDENT.
           MOVE WS-CIT-NUMERO(WS-CI-IDX) TO FCD-NUMERO.
           MOVE WS-CIT-MONTANT(WS-CI-IDX) TO FCD-MONTANT.
           MOVE WS-CIT-COMPTEID(WS-CI-IDX) TO WS-NUMCOMPTE.
           CALL 'ibangen' USING WS-CODE-BANQUE, WS-CODE-GUICHET,
              WS-NUMCOMPTE, WS-IBAN.
           MOVE WS-IBAN TO FCD-IBAN.
           MOVE WS-CIT-COMPTEID(WS-CI-IDX) TO FCD-COMPTEID.
           MOVE WS-CIT-IDCLIENT(WS-CI-IDX) TO FCD-IDCLIENT.
           MOVE WS-CLI-NOM TO FCD-NOM.
           MOVE WS-CLI-PRENOM TO FCD-PRENOM.
           MOVE WS-CLI-RSOCIALE TO FCD-RSOCIALE.
           MOVE SPACES TO FCD-DATE-NAISS.
           IF WS-CLI-NAISSANCE NOT = SPACES
              STRING WS-CLI-NAISSANCE(1:4) WS-CLI-NAISSANCE(6:2)
                 WS-CLI-NAISSANCE(9:2)
                 DELIMITED BY SIZE INTO FCD-DATE-NAISS
           END-IF.
           MOVE WS-CLI-CODE-LIEU TO FCD-CODE-LIEU.
           MOVE SPACES TO FCD-DATE-REGUL.
           MOVE SPACES TO FCD-MODE-REGUL.
           IF FCD-TYPE = '03'
              STRING WS-CIT-DATE-REGUL(WS-CI-IDX)(1:4)
                 WS-CIT-DATE-REGUL(WS-CI-IDX)(6:2)
                 WS-CIT-DATE-REGUL(WS-CI-IDX)(9:2)
                 DELIMITED BY SIZE INTO FCD-DATE-REGUL
              MOVE WS-CIT-MODE-REGUL(WS-CI-IDX) TO FCD-MODE-REGUL
           END-IF.
           MOVE FCC-DETAIL TO FCC-OUT-LINE.
           WRITE FCC-OUT-LINE.
           ADD 1 TO WS-NB-LIGNES.

      *>------------------------------------------------------------------------
      *> levee des interdictions : flux d'INTERDITS.DAT, un compte
      *> dont le registre ne compte plus aucun incident OUVERT n'est
      *> pas recopie
      *>------------------------------------------------------------------------
       0600-LEVER-INTERDICTIONS.
           OPEN INPUT INTERDITS.
           IF WS-INTERDITS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT INTERDITSTMP.
           MOVE 'NON' TO WS-EOF.
           READ INTERDITS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              PERFORM 0610-COMPTER-INCIDENTS
              IF WS-ITD-INCIDENTS > 0 AND WS-ITD-OUVERTS = 0
                 PERFORM 0620-SIGNALER-LEVEE
              ELSE
                 WRITE INTERDITSTMP-RECORD FROM INTERDITS-RECORD
              END-IF
              READ INTERDITS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE INTERDITS.
           CLOSE INTERDITSTMP.

           OPEN INPUT INTERDITSTMP.
           OPEN OUTPUT INTERDITS.
           MOVE 'NON' TO WS-EOF.
           READ INTERDITSTMP
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE INTERDITSTMP-RECORD TO INTERDITS-RECORD
              WRITE INTERDITS-RECORD
              READ INTERDITSTMP
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE INTERDITSTMP.
           CLOSE INTERDITS.

       0610-COMPTER-INCIDENTS.
           MOVE 0 TO WS-ITD-INCIDENTS.
           MOVE 0 TO WS-ITD-OUVERTS.
           MOVE ZEROES TO WS-ITD-CLIENT.
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              IF WS-CIT-COMPTEID(WS-CI-IDX) = INT-COMPTEID
                 ADD 1 TO WS-ITD-INCIDENTS
                 MOVE WS-CIT-IDCLIENT(WS-CI-IDX) TO WS-ITD-CLIENT
                 IF WS-CIT-STATUT(WS-CI-IDX) NOT = 'REGULARISE'
                    ADD 1 TO WS-ITD-OUVERTS
                 END-IF
              END-IF
           END-PERFORM.

      *> une ligne d'INTERDITS.DAT par cheque rejete : le compte
      *> n'est signale qu'une fois
       0620-SIGNALER-LEVEE.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
              UNTIL WS-LV-IDX > WS-LV-COUNT
              IF WS-LV-COMPTEID(WS-LV-IDX) = INT-COMPTEID
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-LV-COUNT < 500
              ADD 1 TO WS-LV-COUNT
              MOVE INT-COMPTEID TO WS-LV-COMPTEID(WS-LV-COUNT)
           END-IF.
           ADD 1 TO WS-NB-LEVEES.
           MOVE SPACES TO FCC-RPT-LINE.
           STRING "COMPTE " INT-COMPTEID
              " INTERDIT DEPUIS LE " INT-DATE
              " : INCIDENTS REGULARISES, INTERDICTION LEVEE"
              DELIMITED BY SIZE INTO FCC-RPT-LINE.
           WRITE FCC-RPT-LINE.
           IF WS-ITD-CLIENT NOT = ZEROES
              MOVE "INTERDICTION BANCAIRE LEVEE"
                TO WS-NOTIF-SUBJECT
              MOVE SPACES TO WS-NOTIF-BODY
              STRING "Compte " INT-COMPTEID
                 " : incidents regularises, chequier a nouveau "
                 "disponible"
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
              CALL 'msgnotif' USING WS-ITD-CLIENT,
                 WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO
           END-IF.

       0900-REECRIRE-INCIDENTS.
           IF WS-CI-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CHQINCIDENTS.
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
              UNTIL WS-CI-IDX > WS-CI-COUNT
              MOVE WS-CI-ENTRY(WS-CI-IDX) TO CHQINCIDENTS-RECORD
              WRITE CHQINCIDENTS-RECORD
           END-PERFORM.
           CLOSE CHQINCIDENTS.

       END PROGRAM fccbatch.
