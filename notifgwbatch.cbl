      *>   - SMS   -> fichier de remise NOTIFSMS.DAT ;
      *>   - BAL ou client sans preference -> rien a remettre, le
      *>     message est deja dans la boite.
      *> Une offre commerciale (gabarit MKT, deposee par
      *> campagnebatch) n'est remise par EMAIL ou SMS que si le
      *> client y a consenti sur ce canal (registre CONSENT.DAT, voir
      *> CONSENT.cpy) ; sinon elle reste dans la boite seule.
      *> Chaque element remis est inscrit au registre NOTIFLOG.DAT
      *> au statut ENVOYE ; le fichier de retour de la passerelle
      *> NOTIFRET.DAT (identifiant + canal + LIVRE ou ECHEC) est
      *> et le fichier de retour sont retronques une fois traites,
      *> comme les autres remises ; la file est drainee EN FLUX, un
      *> enregistrement a la fois, sans table a capacite fixe.
      *> La langue du client retenue par msgnotif (voir
      *> CLILANGUE.cpy) est reportee sur les remises EMAIL et SMS
      *> pour que la passerelle rende le modele dans cette langue ;
      *> un element de file anterieur, langue a blanc, part en FR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTIFPREF-STATUS.

      *> consentements marketing par canal, pour les offres
           SELECT CONSENT ASSIGN TO "CONSENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONSENT-STATUS.

           SELECT NOTIFEMAIL ASSIGN TO "NOTIFEMAIL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTIFEMAIL-STATUS.
       FD NOTIFQUEUE.
       01 NOTIFQUEUE-RECORD.
           05 NQ-MSGID                PIC 9(5).
           05 NQ-IDCLIENT             PIC 9(5).
           05 NQ-SEVERITE             PIC X(6).
           05 NQ-TEMPLATE             PIC X(6).
           05 NQ-SUJET                PIC X(40).
           05 NQ-DATE                 PIC X(10).
           05 NQ-LANGUE               PIC X(2).

       FD NOTIFPREF.
       01 NOTIFPREF-RECORD.
           05 NP-IDCLIENT             PIC 9(5).
           05 NP-CANAL                PIC X(6).
           05 NP-CONTACT              PIC X(40).

       FD CONSENT.
           COPY "CONSENT.cpy".

       FD NOTIFEMAIL.
       01 NOTIFEMAIL-RECORD.
           05 NE-MSGID                PIC 9(5).
           05 NE-IDCLIENT             PIC 9(5).
           05 NE-CONTACT              PIC X(40).
           05 NE-SEVERITE             PIC X(6).
           05 NE-TEMPLATE             PIC X(6).
           05 NE-SUJET                PIC X(40).
           05 NE-DATE                 PIC X(10).
           05 NE-LANGUE               PIC X(2).

       FD NOTIFSMS.
       01 NOTIFSMS-RECORD.
           05 NS-MSGID                PIC 9(5).
           05 NS-IDCLIENT             PIC 9(5).
           05 NS-CONTACT              PIC X(40).
           05 NS-SEVERITE             PIC X(6).
           05 NS-TEMPLATE             PIC X(6).
           05 NS-SUJET                PIC X(40).
           05 NS-DATE                 PIC X(10).
           05 NS-LANGUE               PIC X(2).

       FD NOTIFLOG.
       01 NOTIFLOG-RECORD.
           05 NL-MSGID                PIC 9(5).
           05 NL-IDCLIENT             PIC 9(5).
           05 NL-CANAL                PIC X(6).
           05 NL-DATE-ENVOI           PIC X(10).
           05 NL-STATUT               PIC X(6).

       FD NOTIFLOGTMP.
       01 NOTIFLOGTMP-RECORD          PIC X(32).

       FD NOTIFRET.
       01 NOTIFRET-RECORD.
       WORKING-STORAGE SECTION.
       01 WS-NOTIFQUEUE-STATUS  PIC X(2).
       01 WS-NOTIFPREF-STATUS   PIC X(2).
       01 WS-CONSENT-STATUS     PIC X(2).
       01 WS-NOTIFEMAIL-STATUS  PIC X(2).
       01 WS-NOTIFSMS-STATUS    PIC X(2).
       01 WS-NOTIFLOG-STATUS    PIC X(2).

       01 WS-CANAL-CLIENT       PIC X(6).
       01 WS-CONTACT-CLIENT     PIC X(40).
       01 WS-ACCORD-CLIENT      PIC X(3).
       01 WS-LANGUE-NOTIF       PIC X(2).

       01 WS-EMAILS             PIC 9(7) VALUE 0.
       01 WS-SMS                PIC 9(7) VALUE 0.
       01 WS-BAL-SEULE          PIC 9(7) VALUE 0.
       01 WS-OFFRES-NON-CONSENT PIC 9(7) VALUE 0.
       01 WS-LIVREES            PIC 9(7) VALUE 0.
       01 WS-ECHECS             PIC 9(7) VALUE 0.

              " LIVREES: " WS-LIVREES " ECHECS: " WS-ECHECS
              DELIMITED BY SIZE INTO NOTIFGW-RPT-LINE.
           WRITE NOTIFGW-RPT-LINE.
           MOVE SPACES TO NOTIFGW-RPT-LINE.
           STRING "OFFRES GARDEES EN BOITE FAUTE DE CONSENTEMENT: "
              WS-OFFRES-NON-CONSENT
              DELIMITED BY SIZE INTO NOTIFGW-RPT-LINE.
           WRITE NOTIFGW-RPT-LINE.
           CLOSE NOTIFGW-RPT.

           COMPUTE WS-BR-RECORDS = WS-EMAILS + WS-SMS

       0300-ROUTER-UNE-NOTIF.
           PERFORM 0350-LIRE-PREFERENCE.
           MOVE NQ-LANGUE TO WS-LANGUE-NOTIF.
           IF WS-LANGUE-NOTIF = SPACES
              MOVE 'FR' TO WS-LANGUE-NOTIF
           END-IF.
           IF NQ-TEMPLATE = 'MKT'
              AND (WS-CANAL-CLIENT = 'EMAIL' OR WS-CANAL-CLIENT = 'SMS')
              PERFORM 0360-LIRE-CONSENTEMENT
              IF WS-ACCORD-CLIENT NOT = 'OUI'
                 ADD 1 TO WS-OFFRES-NON-CONSENT
                 MOVE 'BAL' TO WS-CANAL-CLIENT
              END-IF
           END-IF.
           EVALUATE WS-CANAL-CLIENT
              WHEN 'EMAIL'
                 ADD 1 TO WS-EMAILS
                 MOVE NQ-TEMPLATE TO NE-TEMPLATE
                 MOVE NQ-SUJET TO NE-SUJET
                 MOVE NQ-DATE TO NE-DATE
                 MOVE WS-LANGUE-NOTIF TO NE-LANGUE
                 WRITE NOTIFEMAIL-RECORD
                 PERFORM 0380-INSCRIRE-ENVOI
              WHEN 'SMS'
                 MOVE NQ-TEMPLATE TO NS-TEMPLATE
                 MOVE NQ-SUJET TO NS-SUJET
                 MOVE NQ-DATE TO NS-DATE
                 MOVE WS-LANGUE-NOTIF TO NS-LANGUE
                 WRITE NOTIFSMS-RECORD
                 PERFORM 0380-INSCRIRE-ENVOI
              WHEN OTHER
           END-PERFORM.
           CLOSE NOTIFPREF.

      *> consentement en vigueur du client sur le canal de remise :
      *> derniere ligne du registre pour ce client et ce canal,
      *> aucun consentement sans ligne
       0360-LIRE-CONSENTEMENT.
           MOVE 'NON' TO WS-ACCORD-CLIENT.
           MOVE 'NON' TO WS-EOF-RECHERCHE.
           OPEN INPUT CONSENT.
           IF WS-CONSENT-STATUS NOT = "00"
              CLOSE CONSENT
              EXIT PARAGRAPH
           END-IF.
           READ CONSENT
              AT END MOVE 'OUI' TO WS-EOF-RECHERCHE
           END-READ.
           PERFORM UNTIL WS-EOF-RECHERCHE = 'OUI'
              IF CNS-IDCLIENT = NQ-IDCLIENT
                 AND CNS-CANAL = WS-CANAL-CLIENT
                 MOVE CNS-ACCORD TO WS-ACCORD-CLIENT
              END-IF
              READ CONSENT
                 AT END MOVE 'OUI' TO WS-EOF-RECHERCHE
              END-READ
           END-PERFORM.
           CLOSE CONSENT.

       0380-INSCRIRE-ENVOI.
           MOVE NQ-MSGID TO NL-MSGID.
           MOVE NQ-IDCLIENT TO NL-IDCLIENT.
