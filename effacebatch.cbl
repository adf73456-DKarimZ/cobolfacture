       IDENTIFICATION DIVISION.
       PROGRAM-ID. effacebatch.
       AUTHOR. D.KISAMA.

      *> Instruction des demandes d'effacement (droit a l'oubli) du
      *> registre EFFACEMENT.DAT (voir EFFACE.cpy) : a placer dans
      *> JOBPLAN.DAT chaque jour ouvre. Chaque demande DEMANDEE est
      *> confrontee aux obligations de conservation, dans l'ordre :
      *>   - compte encore ouvert (ligne de COMPTETITULAIRES.DAT,
      *>     procurations comprises, sans evenement CLOTURE dans
      *>     FICOBAEVT.DAT) ;
      *>   - pret non SOLDE (PRETS.DAT) ;
      *>   - reclamation OUVERTE ou ACCUSEE (RECLAM.DAT) ;
      *>   - mesure de conservation sur l'un de ses comptes : saisie
      *>     ACTIVE (SAISIES.DAT), gel administratif ACTIF
      *>     (GELADMIN.DAT), cas de gel A TRAITER ou CONFIRME
      *>     (GELCASES.DAT) ;
      *>   - alerte LCB-FT A TRAITER ou SIGNALEE (ALERTES.DAT) ;
      *>   - conservation comptable de dix ans, comptee depuis la
      *>     derniere cloture de compte ou la derniere operation
      *>     (OPJOURNAL.DAT).
      *> La premiere obligation rencontree motive le refus. Sinon
      *> les donnees personnelles sont pseudonymisees -- identite
      *> du roster remplacee par CLIENT EFFACE <demande>, adresse,
      *> etat civil, pieces KYC et contenu des messages effaces,
      *> preferences de notification, d'alerte et de releve et
      *> beneficiaires supprimes -- sans toucher aux ecritures
      *> comptables, comptes, prets ni au journal d'audit, qui ne
      *> gardent que le numero de client. Le client recoit la
      *> decision par msgnotif ; le certificat de ce qui a ete
      *> efface, CERTEFF_<demande>.RPT, lui est remis par l'agence.
      *> Le rapport EFFACE.RPT est inscrit au spool retenu sous le
      *> nom EFFACEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EFFACEMENT ASSIGN TO "EFFACEMENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EFFACEMENT-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-STATUS.

           SELECT FICOBAEVT ASSIGN TO "FICOBAEVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FICOBAEVT-STATUS.

           SELECT PRETS ASSIGN TO "PRETS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRETS-STATUS.

           SELECT RECLAM ASSIGN TO "RECLAM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RECLAM-STATUS.

           SELECT SAISIES ASSIGN TO "SAISIES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SAISIES-STATUS.

           SELECT GELADMIN ASSIGN TO "GELADMIN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GELADMIN-STATUS.

           SELECT GELCASES ASSIGN TO "GELCASES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GELCASES-STATUS.

           SELECT ALERTES ASSIGN TO "ALERTES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERTES-STATUS.

           SELECT OPJOURNAL ASSIGN TO "OPJOURNAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPJOURNAL-STATUS.

           SELECT MESSAGES ASSIGN TO "MESSAGES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MSG-ID
              FILE STATUS IS WS-MESSAGES-STATUS.

      *> fichiers personnels plats, recopies un par un via
      *> EFFACE.TMP (la zone IDCLIENT est en tete de chacun)
           SELECT FICHIER-PERSO ASSIGN TO WS-NOM-FICHIER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PERSO-STATUS.

           SELECT FICHIER-TRAVAIL ASSIGN TO "EFFACE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CERTIFICAT ASSIGN TO WS-NOM-CERTIFICAT
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EFFACE-RPT ASSIGN TO "EFFACE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EFFACEMENT.
           COPY "EFFACE.cpy".

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD FICOBAEVT.
           COPY "FICOBAEVT.cpy".

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

       FD RECLAM.
       01 RECLAM-RECORD.
           05 RCL-ID             PIC 9(5).
           05 RCL-IDCLIENT       PIC 9(5).
           05 RCL-SUJET          PIC X(40).
           05 RCL-CATEGORIE      PIC X(12).
           05 RCL-DATE-RECUE     PIC X(10).
           05 RCL-ECH-AR         PIC X(10).
           05 RCL-ECH-REP        PIC X(10).
           05 RCL-DATE-AR        PIC X(10).
           05 RCL-DATE-REP       PIC X(10).
           05 RCL-STATUT         PIC X(10).

       FD SAISIES.
       01 SAISIES-RECORD.
           05 SA-COMPTEID        PIC 9(5).
           05 SA-TYPE            PIC X(15).
           05 SA-MONTANT         PIC 9(5)V99.
           05 SA-REFERENCE       PIC X(16).
           05 SA-DATE-DEBUT      PIC X(10).
           05 SA-DATE-FIN        PIC X(10).
           05 SA-STATUT          PIC X(10).

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

       FD ALERTES.
       01 ALERTES-RECORD.
           05 AL-ID              PIC 9(5).
           05 AL-DATE            PIC X(10).
           05 AL-COMPTEID        PIC 9(5).
           05 AL-SCORE           PIC 9(3).
           05 AL-MOTIF           PIC X(20).
           05 AL-DISPOSITION     PIC X(10).
           05 AL-DISPO-PAR       PIC X(8).
           05 AL-DISPO-DATE      PIC X(10).

       FD OPJOURNAL.
           COPY "OPJOURNAL.cpy".

       FD MESSAGES.
       01 MESSAGES-RECORD.
           05 MSG-ID                  PIC 9(5).
           05 MSG-SENDER-CLIENTID     PIC 9(5).
           05 MSG-SUBJECT             PIC X(40).
           05 MSG-BODY                PIC X(70).
           05 MSG-DATE                PIC X(10).
           05 MSG-READ                PIC X(3).
           05 MSG-REPLY               PIC X(70).

       FD FICHIER-PERSO.
       01 PERSO-LIGNE            PIC X(250).

       FD FICHIER-TRAVAIL.
       01 TRAVAIL-LIGNE          PIC X(250).

       FD CERTIFICAT.
       01 CERTIFICAT-LINE        PIC X(100).

       FD EFFACE-RPT.
       01 EFFACE-RPT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EFFACEMENT-STATUS   PIC X(2).
       01 WS-TITULAIRES-STATUS   PIC X(2).
       01 WS-FICOBAEVT-STATUS    PIC X(2).
       01 WS-PRETS-STATUS        PIC X(2).
       01 WS-RECLAM-STATUS       PIC X(2).
       01 WS-SAISIES-STATUS      PIC X(2).
       01 WS-GELADMIN-STATUS     PIC X(2).
       01 WS-GELCASES-STATUS     PIC X(2).
       01 WS-ALERTES-STATUS      PIC X(2).
       01 WS-OPJOURNAL-STATUS    PIC X(2).
       01 WS-MESSAGES-STATUS     PIC X(2).
       01 WS-PERSO-STATUS        PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> registre des demandes, reecrit en fin de passage
       01 WS-EF-TABLE.
           05 WS-EF-ENTRY OCCURS 2000 TIMES.
              10 WS-EF-NUMERO          PIC 9(5).
              10 WS-EF-IDCLIENT        PIC 9(5).
              10 WS-EF-DATE-DEMANDE    PIC X(10).
              10 WS-EF-SAISI-PAR       PIC X(8).
              10 WS-EF-STATUT          PIC X(10).
              10 WS-EF-DATE-DECISION   PIC X(10).
              10 WS-EF-MOTIF           PIC X(40).
              10 WS-EF-DATE-FIN-CONSERV PIC X(10).
       01 WS-EF-COUNT            PIC 9(4) VALUE 0.
       01 WS-EF-IDX              PIC 9(4).
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

      *> comptes du client instruit (titulaire, co-titulaire ou
      *> mandataire), clos ou non, et date de cloture
       01 WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 100 TIMES.
              10 WS-CP-COMPTEID        PIC 9(5).
              10 WS-CP-CLOS            PIC X(3).
              10 WS-CP-DATE-CLOTURE    PIC X(10).
       01 WS-CP-COUNT            PIC 9(3).
       01 WS-CP-IDX              PIC 9(3).
       01 WS-CP-TROUVE           PIC X(3).
       01 WS-CP-CHERCHE          PIC 9(5).
       01 WS-CP-TRONQUE          PIC X(3).

      *> decision de la demande en cours
       01 WS-IDCLIENT            PIC 9(5).
       01 WS-MOTIF               PIC X(40).
       01 WS-DERNIERE-DATE       PIC X(10).
       01 WS-FIN-CONSERV         PIC X(10).
       01 WS-AN                  PIC 9(4).
       01 WS-NUM-EDIT            PIC 9(5).

      *> fichiers personnels plats : nom, traitement (P
      *> pseudonymiser la ligne, S la supprimer), libelle du
      *> certificat, nombre de lignes traitees pour la demande
       01 WS-PF-TABLE.
           05 WS-PF-ENTRY OCCURS 8 TIMES.
              10 WS-PF-FICHIER         PIC X(20).
              10 WS-PF-MODE            PIC X(1).
              10 WS-PF-LIBELLE         PIC X(40).
       01 WS-PF-TABLE-INIT REDEFINES WS-PF-TABLE.
           05 FILLER PIC X(20) VALUE 'CLIENTROSTER.DAT'.
           05 FILLER PIC X(1)  VALUE 'P'.
           05 FILLER PIC X(40) VALUE
              'NOM, PRENOM, RAISON SOCIALE'.
           05 FILLER PIC X(20) VALUE 'ADRESSES.DAT'.
           05 FILLER PIC X(1)  VALUE 'P'.
           05 FILLER PIC X(40) VALUE
              'ADRESSE, TELEPHONE, COURRIEL'.
           05 FILLER PIC X(20) VALUE 'ETATCIVIL.DAT'.
           05 FILLER PIC X(1)  VALUE 'P'.
           05 FILLER PIC X(40) VALUE
              'DATE ET LIEU DE NAISSANCE'.
           05 FILLER PIC X(20) VALUE 'KYCREG.DAT'.
           05 FILLER PIC X(1)  VALUE 'P'.
           05 FILLER PIC X(40) VALUE
              'PIECES JUSTIFICATIVES'.
           05 FILLER PIC X(20) VALUE 'NOTIFPREF.DAT'.
           05 FILLER PIC X(1)  VALUE 'S'.
           05 FILLER PIC X(40) VALUE
              'COORDONNEES DE NOTIFICATION'.
           05 FILLER PIC X(20) VALUE 'ALERTPREF.DAT'.
           05 FILLER PIC X(1)  VALUE 'S'.
           05 FILLER PIC X(40) VALUE
              'PREFERENCES D''ALERTE'.
           05 FILLER PIC X(20) VALUE 'RELEVEPREF.DAT'.
           05 FILLER PIC X(1)  VALUE 'S'.
           05 FILLER PIC X(40) VALUE
              'PREFERENCES DE RELEVE'.
           05 FILLER PIC X(20) VALUE 'BENEFICIAIRES.DAT'.
           05 FILLER PIC X(1)  VALUE 'S'.
           05 FILLER PIC X(40) VALUE
              'BENEFICIAIRES DE VIREMENT'.
       01 WS-PF-NB               PIC 9(2) VALUE 8.
       01 WS-PF-IDX              PIC 9(2).
       01 WS-PF-TRAITES OCCURS 8 TIMES PIC 9(5).
       01 WS-NB-MESSAGES         PIC 9(5).
       01 WS-NB-LIGNES           PIC 9(7).
       01 WS-NOM-FICHIER         PIC X(20).
       01 WS-NOM-CERTIFICAT      PIC X(40).
       01 WS-PSEUDONYME          PIC X(50).

      *> vues des lignes pseudonymisees (zone IDCLIENT en tete)
       01 WS-PERSO-LIGNE         PIC X(250).
       01 WS-ROSTER-VUE REDEFINES WS-PERSO-LIGNE.
           05 EFR-IDCLIENT           PIC 9(5).
           05 FILLER                 PIC X.
           05 EFR-NOM                PIC X(50).
           05 FILLER                 PIC X.
           05 EFR-PRENOM             PIC X(50).
           05 FILLER                 PIC X.
           05 EFR-RSOCIALE           PIC X(50).
           05 FILLER                 PIC X(92).
       01 WS-ADRESSE-VUE REDEFINES WS-PERSO-LIGNE.
           05 EFA-IDCLIENT           PIC 9(5).
           05 EFA-LIGNE1             PIC X(30).
           05 EFA-CODEPOSTAL         PIC X(5).
           05 EFA-VILLE              PIC X(20).
           05 EFA-PAYS               PIC X(20).
           05 EFA-TEL                PIC X(15).
           05 EFA-EMAIL              PIC X(40).
           05 FILLER                 PIC X(115).
       01 WS-ETATCIVIL-VUE REDEFINES WS-PERSO-LIGNE.
           05 EFE-IDCLIENT           PIC 9(5).
           05 EFE-NAISSANCE          PIC X(65).
           05 FILLER                 PIC X(180).
       01 WS-KYC-VUE REDEFINES WS-PERSO-LIGNE.
           05 EFK-IDCLIENT           PIC 9(5).
           05 EFK-CLASSE-RISQUE      PIC X(6).
           05 EFK-DOCUMENTS          PIC X(30).
           05 FILLER                 PIC X(209).

       01 WS-NB-DEMANDES         PIC 9(7) VALUE 0.
       01 WS-NB-EFFECTUEES       PIC 9(7) VALUE 0.
       01 WS-NB-REFUSEES         PIC 9(7) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(7) VALUE 0.

      *> notification systeme du client via msgnotif (MESSAGES.DAT)
       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'effacebatch'.
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

           OPEN OUTPUT EFFACE-RPT.
           MOVE SPACES TO EFFACE-RPT-LINE.
           STRING "DEMANDES D'EFFACEMENT INSTRUITES LE " WS-TODAY-ISO
              DELIMITED BY SIZE INTO EFFACE-RPT-LINE.
           WRITE EFFACE-RPT-LINE.

           PERFORM 0200-CHARGER-DEMANDES.
           IF WS-TABLES-TRONQUE = 'OUI'
              MOVE "*** REGISTRE DES DEMANDES TROP LONG : ARRET"
                TO EFFACE-RPT-LINE
              WRITE EFFACE-RPT-LINE
              CLOSE EFFACE-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM VARYING WS-EF-IDX FROM 1 BY 1
              UNTIL WS-EF-IDX > WS-EF-COUNT
              IF WS-EF-STATUT(WS-EF-IDX) = 'DEMANDEE'
                 ADD 1 TO WS-NB-DEMANDES
                 PERFORM 0300-INSTRUIRE-DEMANDE
              END-IF
           END-PERFORM.

           PERFORM 0900-REECRIRE-DEMANDES.

           MOVE SPACES TO EFFACE-RPT-LINE.
           STRING "DEMANDES INSTRUITES: " WS-NB-DEMANDES
              "  EFFECTUEES: " WS-NB-EFFECTUEES
              "  REFUSEES: " WS-NB-REFUSEES
              "  EN ATTENTE: " WS-NB-ECHECS
              DELIMITED BY SIZE INTO EFFACE-RPT-LINE.
           WRITE EFFACE-RPT-LINE.
           CLOSE EFFACE-RPT.

           MOVE 'EFFACEMENT' TO WS-SPOOL-NOM.
           MOVE 'EFFACE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NB-DEMANDES TO WS-BR-RECORDS.
           MOVE WS-NB-ECHECS TO WS-BR-FAILED.
           IF WS-NB-ECHECS > 0
              MOVE 'PARTIEL' TO WS-BR-STATUT
           ELSE
              MOVE 'TERMINE' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0200-CHARGER-DEMANDES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT EFFACEMENT.
           IF WS-EFFACEMENT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ EFFACEMENT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-EF-COUNT < 2000
                 ADD 1 TO WS-EF-COUNT
                 MOVE EFFACEMENT-RECORD TO WS-EF-ENTRY(WS-EF-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TABLES-TRONQUE
              END-IF
              READ EFFACEMENT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE EFFACEMENT.

      *>------------------------------------------------------------------------
      *> une demande : controles de conservation dans l'ordre, puis
      *> refus motive ou pseudonymisation et certificat
      *>------------------------------------------------------------------------
       0300-INSTRUIRE-DEMANDE.
           MOVE WS-EF-IDCLIENT(WS-EF-IDX) TO WS-IDCLIENT.
           MOVE SPACES TO WS-MOTIF.
           MOVE SPACES TO WS-FIN-CONSERV.
           MOVE SPACES TO WS-DERNIERE-DATE.

           PERFORM 0310-CHARGER-COMPTES.
           IF WS-CP-TRONQUE = 'OUI'
              ADD 1 TO WS-NB-ECHECS
              MOVE SPACES TO EFFACE-RPT-LINE
              STRING "DEMANDE " WS-EF-NUMERO(WS-EF-IDX)
                 " CLIENT " WS-IDCLIENT
                 " TROP DE COMPTES : LAISSEE EN ATTENTE"
                 DELIMITED BY SIZE INTO EFFACE-RPT-LINE
              WRITE EFFACE-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0320-CONTROLER-COMPTES.
           PERFORM 0330-CONTROLER-PRETS.
           PERFORM 0340-CONTROLER-RECLAMATIONS.
           PERFORM 0350-CONTROLER-SAISIES.
           PERFORM 0355-CONTROLER-GELS.
           PERFORM 0360-CONTROLER-ALERTES.
           PERFORM 0370-CONTROLER-CONSERVATION.

           MOVE WS-TODAY-ISO TO WS-EF-DATE-DECISION(WS-EF-IDX).
           MOVE 'Votre demande d''effacement' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           IF WS-MOTIF NOT = SPACES
              MOVE 'REFUSEE' TO WS-EF-STATUT(WS-EF-IDX)
              MOVE WS-MOTIF TO WS-EF-MOTIF(WS-EF-IDX)
              MOVE WS-FIN-CONSERV TO WS-EF-DATE-FIN-CONSERV(WS-EF-IDX)
              ADD 1 TO WS-NB-REFUSEES
              STRING 'Refusee : ' WS-MOTIF
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
              MOVE SPACES TO EFFACE-RPT-LINE
              STRING "DEMANDE " WS-EF-NUMERO(WS-EF-IDX)
                 " CLIENT " WS-IDCLIENT " REFUSEE - " WS-MOTIF
                 " " WS-FIN-CONSERV
                 DELIMITED BY SIZE INTO EFFACE-RPT-LINE
              WRITE EFFACE-RPT-LINE
           ELSE
              PERFORM 0500-PSEUDONYMISER
              PERFORM 0800-ECRIRE-CERTIFICAT
              MOVE 'EFFECTUEE' TO WS-EF-STATUT(WS-EF-IDX)
              MOVE SPACES TO WS-EF-MOTIF(WS-EF-IDX)
              ADD 1 TO WS-NB-EFFECTUEES
              STRING 'Donnees effacees - certificat '
                 FUNCTION TRIM(WS-NOM-CERTIFICAT)
                 ' remis en agence'
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
              MOVE SPACES TO EFFACE-RPT-LINE
              STRING "DEMANDE " WS-EF-NUMERO(WS-EF-IDX)
                 " CLIENT " WS-IDCLIENT " EFFECTUEE - LIGNES "
                 WS-NB-LIGNES " - " WS-NOM-CERTIFICAT
                 DELIMITED BY SIZE INTO EFFACE-RPT-LINE
              WRITE EFFACE-RPT-LINE
           END-IF.
      *>    la decision est deposee apres la pseudonymisation : elle
      *>    reste lisible dans la boite du client
           CALL 'msgnotif' USING WS-IDCLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

      *> comptes du client, puis leur cloture eventuelle (evenement
      *> CLOTURE depose par modactivity2 via ficobaevt)
       0310-CHARGER-COMPTES.
           MOVE 0 TO WS-CP-COUNT.
           MOVE 'NON' TO WS-CP-TRONQUE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-STATUS = "00"
              READ TITULAIRES NEXT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF TIT-IDCLIENT = WS-IDCLIENT
                    IF WS-CP-COUNT < 100
                       ADD 1 TO WS-CP-COUNT
                       MOVE TIT-COMPTEID TO WS-CP-COMPTEID(WS-CP-COUNT)
                       MOVE 'NON' TO WS-CP-CLOS(WS-CP-COUNT)
                       MOVE SPACES TO WS-CP-DATE-CLOTURE(WS-CP-COUNT)
                    ELSE
                       MOVE 'OUI' TO WS-CP-TRONQUE
                    END-IF
                 END-IF
                 READ TITULAIRES NEXT
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE TITULAIRES
           END-IF.
           IF WS-CP-COUNT = 0
              EXIT PARAGRAPH
           END-IF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FICOBAEVT.
           IF WS-FICOBAEVT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FICOBAEVT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF FE-NATURE = 'CLOTURE'
                 MOVE FE-COMPTEID TO WS-CP-CHERCHE
                 PERFORM 0315-TROUVER-COMPTE
                 IF WS-CP-TROUVE = 'OUI'
                    MOVE 'OUI' TO WS-CP-CLOS(WS-CP-IDX)
                    IF FE-DATE-EVT > WS-CP-DATE-CLOTURE(WS-CP-IDX)
                       MOVE FE-DATE-EVT
                         TO WS-CP-DATE-CLOTURE(WS-CP-IDX)
                    END-IF
                 END-IF
              END-IF
              READ FICOBAEVT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FICOBAEVT.

      *> compte WS-CP-CHERCHE parmi les comptes du client
       0315-TROUVER-COMPTE.
           MOVE 'NON' TO WS-CP-TROUVE.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-CP-COUNT
              IF WS-CP-COMPTEID(WS-CP-IDX) = WS-CP-CHERCHE
                 MOVE 'OUI' TO WS-CP-TROUVE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

       0320-CONTROLER-COMPTES.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-CP-COUNT
              IF WS-CP-CLOS(WS-CP-IDX) = 'NON'
                 MOVE WS-CP-COMPTEID(WS-CP-IDX) TO WS-NUM-EDIT
                 STRING 'COMPTE ' WS-NUM-EDIT ' OUVERT'
                    DELIMITED BY SIZE INTO WS-MOTIF
                 EXIT PARAGRAPH
              END-IF
              IF WS-CP-DATE-CLOTURE(WS-CP-IDX) > WS-DERNIERE-DATE
                 MOVE WS-CP-DATE-CLOTURE(WS-CP-IDX)
                   TO WS-DERNIERE-DATE
              END-IF
           END-PERFORM.

       0330-CONTROLER-PRETS.
           IF WS-MOTIF NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT PRETS.
           IF WS-PRETS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PRETS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PR-IDCLIENT = WS-IDCLIENT
                 AND PR-STATUT NOT = 'SOLDE'
                 STRING 'PRET ' PR-PRETID ' EN COURS (' PR-STATUT ')'
                    DELIMITED BY SIZE INTO WS-MOTIF
                 MOVE 'OUI' TO WS-EOF
              ELSE
                 READ PRETS
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE PRETS.

       0340-CONTROLER-RECLAMATIONS.
           IF WS-MOTIF NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT RECLAM.
           IF WS-RECLAM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ RECLAM
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF RCL-IDCLIENT = WS-IDCLIENT
                 AND (RCL-STATUT = 'OUVERTE' OR RCL-STATUT = 'ACCUSEE')
                 STRING 'RECLAMATION ' RCL-ID ' EN COURS'
                    DELIMITED BY SIZE INTO WS-MOTIF
                 MOVE 'OUI' TO WS-EOF
              ELSE
                 READ RECLAM
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE RECLAM.

       0350-CONTROLER-SAISIES.
           IF WS-MOTIF NOT = SPACES OR WS-CP-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SAISIES.
           IF WS-SAISIES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SAISIES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE 'NON' TO WS-CP-TROUVE
              IF SA-STATUT = 'ACTIVE'
                 MOVE SA-COMPTEID TO WS-CP-CHERCHE
                 PERFORM 0315-TROUVER-COMPTE
              END-IF
              IF WS-CP-TROUVE = 'OUI'
                 STRING 'SAISIE ACTIVE SUR LE COMPTE ' SA-COMPTEID
                    DELIMITED BY SIZE INTO WS-MOTIF
                 MOVE 'OUI' TO WS-EOF
              ELSE
                 READ SAISIES
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE SAISIES.

      *> gel administratif des avoirs et cas de gel en instruction
      *> ou confirmes
       0355-CONTROLER-GELS.
           IF WS-MOTIF NOT = SPACES OR WS-CP-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT GELADMIN.
           IF WS-GELADMIN-STATUS = "00"
              READ GELADMIN
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 MOVE 'NON' TO WS-CP-TROUVE
                 IF GA-STATUT = 'ACTIF'
                    MOVE GA-COMPTEID TO WS-CP-CHERCHE
                    PERFORM 0315-TROUVER-COMPTE
                 END-IF
                 IF WS-CP-TROUVE = 'OUI'
                    STRING 'GEL DES AVOIRS SUR LE COMPTE ' GA-COMPTEID
                       DELIMITED BY SIZE INTO WS-MOTIF
                    MOVE 'OUI' TO WS-EOF
                 ELSE
                    READ GELADMIN
                       AT END MOVE 'OUI' TO WS-EOF
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE GELADMIN
           END-IF.
           IF WS-MOTIF NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT GELCASES.
           IF WS-GELCASES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GELCASES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE 'NON' TO WS-CP-TROUVE
              IF GC-STATUT = 'A TRAITER' OR GC-STATUT = 'CONFIRME'
                 MOVE GC-COMPTEID TO WS-CP-CHERCHE
                 PERFORM 0315-TROUVER-COMPTE
              END-IF
              IF WS-CP-TROUVE = 'OUI'
                 STRING 'CAS DE GEL SUR LE COMPTE ' GC-COMPTEID
                    DELIMITED BY SIZE INTO WS-MOTIF
                 MOVE 'OUI' TO WS-EOF
              ELSE
                 READ GELCASES
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE GELCASES.

      *> alerte LCB-FT non close ou declaree (SIGNALEE)
       0360-CONTROLER-ALERTES.
           IF WS-MOTIF NOT = SPACES OR WS-CP-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT ALERTES.
           IF WS-ALERTES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ ALERTES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE 'NON' TO WS-CP-TROUVE
              IF AL-DISPOSITION = 'A TRAITER'
                 OR AL-DISPOSITION = 'SIGNALEE'
                 MOVE AL-COMPTEID TO WS-CP-CHERCHE
                 PERFORM 0315-TROUVER-COMPTE
              END-IF
              IF WS-CP-TROUVE = 'OUI'
                 STRING 'ALERTE LCB-FT ' AL-ID ' ' AL-DISPOSITION
                    DELIMITED BY SIZE INTO WS-MOTIF
                 MOVE 'OUI' TO WS-EOF
              ELSE
                 READ ALERTES
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE ALERTES.

      *> conservation comptable : dix ans apres la derniere cloture
      *> de compte ou la derniere operation du client
       0370-CONTROLER-CONSERVATION.
           IF WS-MOTIF NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT OPJOURNAL.
           IF WS-OPJOURNAL-STATUS = "00"
              READ OPJOURNAL
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 MOVE 'NON' TO WS-CP-TROUVE
                 IF OJ-IDCLIENT = WS-IDCLIENT
                    MOVE 'OUI' TO WS-CP-TROUVE
                 ELSE
                    MOVE OJ-COMPTEID TO WS-CP-CHERCHE
                    PERFORM 0315-TROUVER-COMPTE
                 END-IF
                 IF WS-CP-TROUVE = 'OUI'
                    AND OJ-DATEOP > WS-DERNIERE-DATE
                    MOVE OJ-DATEOP TO WS-DERNIERE-DATE
                 END-IF
                 READ OPJOURNAL
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE OPJOURNAL
           END-IF.
           IF WS-DERNIERE-DATE = SPACES
              OR WS-DERNIERE-DATE(1:4) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DERNIERE-DATE(1:4) TO WS-AN.
           ADD 10 TO WS-AN.
           MOVE SPACES TO WS-FIN-CONSERV.
           STRING WS-AN WS-DERNIERE-DATE(5:6)
              DELIMITED BY SIZE INTO WS-FIN-CONSERV.
           IF WS-FIN-CONSERV > WS-TODAY-ISO
              MOVE 'CONSERVATION COMPTABLE DE DIX ANS' TO WS-MOTIF
           ELSE
              MOVE SPACES TO WS-FIN-CONSERV
           END-IF.

      *>------------------------------------------------------------------------
      *> pseudonymisation : fichiers plats un par un, puis contenu
      *> des messages ; le numero de client reste la seule cle
      *>------------------------------------------------------------------------
       0500-PSEUDONYMISER.
           MOVE WS-EF-NUMERO(WS-EF-IDX) TO WS-NUM-EDIT.
           MOVE SPACES TO WS-PSEUDONYME.
           STRING 'CLIENT EFFACE ' WS-NUM-EDIT
              DELIMITED BY SIZE INTO WS-PSEUDONYME.
           MOVE ZEROES TO WS-NB-LIGNES.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
              UNTIL WS-PF-IDX > WS-PF-NB
              MOVE ZEROES TO WS-PF-TRAITES(WS-PF-IDX)
              MOVE WS-PF-FICHIER(WS-PF-IDX) TO WS-NOM-FICHIER
              PERFORM 0510-TRAITER-FICHIER
              ADD WS-PF-TRAITES(WS-PF-IDX) TO WS-NB-LIGNES
           END-PERFORM.
           PERFORM 0600-EFFACER-MESSAGES.
           ADD WS-NB-MESSAGES TO WS-NB-LIGNES.

      *> recopie du fichier WS-NOM-FICHIER sur EFFACE.TMP en
      *> traitant les lignes du client, puis retour sur le fichier
       0510-TRAITER-FICHIER.
           OPEN INPUT FICHIER-PERSO.
           IF WS-PERSO-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FICHIER-TRAVAIL.
           MOVE 'NON' TO WS-EOF.
           READ FICHIER-PERSO
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE PERSO-LIGNE TO WS-PERSO-LIGNE
              IF WS-PERSO-LIGNE(1:5) = WS-IDCLIENT
                 ADD 1 TO WS-PF-TRAITES(WS-PF-IDX)
                 IF WS-PF-MODE(WS-PF-IDX) = 'P'
                    PERFORM 0520-MASQUER-LIGNE
                    WRITE TRAVAIL-LIGNE FROM WS-PERSO-LIGNE
                 END-IF
              ELSE
                 WRITE TRAVAIL-LIGNE FROM PERSO-LIGNE
              END-IF
              READ FICHIER-PERSO
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FICHIER-PERSO.
           CLOSE FICHIER-TRAVAIL.
           IF WS-PF-TRAITES(WS-PF-IDX) = ZEROES
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-PERSO.
           MOVE 'NON' TO WS-EOF.
           READ FICHIER-TRAVAIL
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              WRITE PERSO-LIGNE FROM TRAVAIL-LIGNE
              READ FICHIER-TRAVAIL
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-PERSO.

      *> zones personnelles de la ligne selon le fichier ; le pays
      *> de l'adresse reste (residence des etats reglementaires)
       0520-MASQUER-LIGNE.
           EVALUATE WS-NOM-FICHIER
              WHEN 'CLIENTROSTER.DAT'
                 MOVE WS-PSEUDONYME TO EFR-NOM
                 MOVE SPACES TO EFR-PRENOM
                 IF EFR-RSOCIALE NOT = SPACES
                    MOVE WS-PSEUDONYME TO EFR-RSOCIALE
                 END-IF
              WHEN 'ADRESSES.DAT'
                 MOVE SPACES TO EFA-LIGNE1
                 MOVE SPACES TO EFA-CODEPOSTAL
                 MOVE SPACES TO EFA-VILLE
                 MOVE SPACES TO EFA-TEL
                 MOVE SPACES TO EFA-EMAIL
              WHEN 'ETATCIVIL.DAT'
                 MOVE SPACES TO EFE-NAISSANCE
              WHEN 'KYCREG.DAT'
                 MOVE SPACES TO EFK-DOCUMENTS
           END-EVALUATE.

       0600-EFFACER-MESSAGES.
           MOVE ZEROES TO WS-NB-MESSAGES.
           OPEN I-O MESSAGES.
           IF WS-MESSAGES-STATUS NOT = "00"
              CLOSE MESSAGES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           MOVE ZEROES TO MSG-ID.
           START MESSAGES KEY NOT < MSG-ID
              INVALID KEY MOVE 'OUI' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'OUI'
              READ MESSAGES NEXT
                 AT END MOVE 'OUI' TO WS-EOF
                 NOT AT END
                    IF MSG-SENDER-CLIENTID = WS-IDCLIENT
                       MOVE 'CONTENU EFFACE' TO MSG-SUBJECT
                       MOVE SPACES TO MSG-BODY
                       MOVE SPACES TO MSG-REPLY
                       REWRITE MESSAGES-RECORD
                       ADD 1 TO WS-NB-MESSAGES
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MESSAGES.

      *>------------------------------------------------------------------------
      *> certificat remis au client : ce qui a ete efface, fichier
      *> par fichier, et ce qui est conserve au titre des
      *> obligations legales
      *>------------------------------------------------------------------------
       0800-ECRIRE-CERTIFICAT.
           MOVE SPACES TO WS-NOM-CERTIFICAT.
           STRING "CERTEFF_" WS-EF-NUMERO(WS-EF-IDX) ".RPT"
              DELIMITED BY SIZE INTO WS-NOM-CERTIFICAT.
           OPEN OUTPUT CERTIFICAT.
           MOVE SPACES TO CERTIFICAT-LINE.
           STRING "CERTIFICAT D'EFFACEMENT NO " WS-EF-NUMERO(WS-EF-IDX)
              " - CLIENT " WS-IDCLIENT " - EDITE LE " WS-TODAY-ISO
              DELIMITED BY SIZE INTO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           MOVE SPACES TO CERTIFICAT-LINE.
           STRING "DEMANDE RECUE LE " WS-EF-DATE-DEMANDE(WS-EF-IDX)
              " - EXECUTEE LE " WS-TODAY-ISO
              DELIMITED BY SIZE INTO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           MOVE SPACES TO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           MOVE "DONNEES EFFACEES" TO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
              UNTIL WS-PF-IDX > WS-PF-NB
              MOVE SPACES TO CERTIFICAT-LINE
              IF WS-PF-MODE(WS-PF-IDX) = 'P'
                 STRING "  " WS-PF-LIBELLE(WS-PF-IDX)
                    WS-PF-TRAITES(WS-PF-IDX) " LIGNE(S) ANONYMISEE(S)"
                    DELIMITED BY SIZE INTO CERTIFICAT-LINE
              ELSE
                 STRING "  " WS-PF-LIBELLE(WS-PF-IDX)
                    WS-PF-TRAITES(WS-PF-IDX) " LIGNE(S) SUPPRIMEE(S)"
                    DELIMITED BY SIZE INTO CERTIFICAT-LINE
              END-IF
              WRITE CERTIFICAT-LINE
           END-PERFORM.
           MOVE SPACES TO CERTIFICAT-LINE.
           STRING "  CONTENU DES MESSAGES                    "
              WS-NB-MESSAGES " MESSAGE(S) EFFACE(S)"
              DELIMITED BY SIZE INTO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           MOVE SPACES TO CERTIFICAT-LINE.
           STRING "  VOTRE IDENTITE EST REMPLACEE PAR : " WS-PSEUDONYME
              DELIMITED BY SIZE INTO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           MOVE SPACES TO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           MOVE "DONNEES CONSERVEES (OBLIGATIONS LEGALES)"
             TO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           MOVE "  ECRITURES COMPTABLES, OPERATIONS ET FRAIS"
             TO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           MOVE "  COMPTES, TITULAIRES ET PRETS (NUMERO DE CLIENT SEUL)"
             TO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           MOVE "  JOURNAL D'AUDIT ET DECLARATIONS REGLEMENTAIRES"
             TO CERTIFICAT-LINE.
           WRITE CERTIFICAT-LINE.
           CLOSE CERTIFICAT.

       0900-REECRIRE-DEMANDES.
           IF WS-EF-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EFFACEMENT.
           PERFORM VARYING WS-EF-IDX FROM 1 BY 1
              UNTIL WS-EF-IDX > WS-EF-COUNT
              MOVE WS-EF-ENTRY(WS-EF-IDX) TO EFFACEMENT-RECORD
              WRITE EFFACEMENT-RECORD
           END-PERFORM.
           CLOSE EFFACEMENT.

       END PROGRAM effacebatch.
