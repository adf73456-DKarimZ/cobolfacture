      *>     historiqueopbatch ;
      *>   - ses fils MESSAGES.DAT ;
      *>   - ses lignes AUDITLOG.DAT (layout WRITE-AUDIT-LOG de
      *>     modactivity2, AUDIT-IDCLIENT en colonnes 40-44, 40-42
      *>     sur les lignes anterieures a l'elargissement) ;
      *>   - les cartes de ses comptes (CARTES.DAT, filtre par
      *>     COMPTETITULAIRES.DAT) ;
      *>   - ses virements permanents STANDORD.DAT ;
       FILE SECTION.
       FD DOSSIERPARM.
       01 DOSSIERPARM-RECORD.
           05 DP-IDCLIENT        PIC 9(5).

       FD DOSSIER.
       01 DOSSIER-LINE           PIC X(132).
       FD MESSAGES.
       01 MESSAGES-RECORD.
           05 MSG-ID                  PIC 9(5).
           05 MSG-SENDER-CLIENTID     PIC 9(5).
           05 MSG-SUBJECT             PIC X(40).
           05 MSG-BODY                PIC X(70).
           05 MSG-DATE                PIC X(10).
       FD AUDITLOG.
       01 AUDITLOG-LINE.
           05 ADT-TEXTE          PIC X(39).
           05 ADT-IDCLIENT       PIC X(5).
           05 ADT-RESTE          PIC X(156).

       FD CARTES.
       01 CARTES-RECORD.
           05 CR-NUMCARTE        PIC X(16).
           05 CR-COMPTEID        PIC 9(5).
           05 CR-STATUT          PIC X(14).
           05 CR-DATE-EMISSION   PIC X(10).
           05 CR-DATE-EXPIR      PIC X(10).
       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD STANDORD.
       01 STANDORD-RECORD.
           05 SO-ORDREID               PIC 9(3).
           05 SO-CLIENT-ID              PIC 9(5).
           05 SO-COMPTE-DEST            PIC 9(5).
           05 SO-CLIENT-DEST-ID         PIC 9(5).
           05 SO-MONTANT                PIC 9(5)V99.
           05 SO-JOUR-EXEC              PIC 99.
           05 SO-DATE-DERNIERE-EXEC     PIC X(10).
       01 WS-TITULAIRES-STATUS   PIC X(2).
       01 WS-STANDORD-STATUS     PIC X(2).

       01 WS-IDCLIENT            PIC 9(5) VALUE ZEROES.
       01 WS-ADT-IDCLIENT        PIC X(5).
       01 WS-EOF-SWITCH          PIC X(3).

       01 WS-CURRENT-IDOPERATION PIC 9(3).
      *> section cartes
       01 WS-CPT-TABLE.
           05 WS-CPT-ENTRY OCCURS 50 TIMES.
              10 WS-CPT-COMPTEID    PIC 9(5).
       01 WS-CPT-COUNT           PIC 9(3) VALUE 0.
       01 WS-CPT-IDX             PIC 9(3).
       01 WS-CPT-DU-CLIENT       PIC X(3).
           END-IF.

      *> lignes d'audit de modactivity2 : AUDIT-IDCLIENT occupe les
      *> colonnes 40-44 du layout de WRITE-AUDIT-LOG ; les lignes
      *> ecrites avant l'elargissement des identifiants (non
      *> converties, le chainage des condensats l'interdit) l'ont en
      *> 40-42, suivi d'un blanc en colonne 43
       0600-SECTION-AUDIT.
           PERFORM 0250-ECRIRE-TITRE-SECTION.
           MOVE "SECTION 5 - JOURNAL D'AUDIT (AUDITLOG.DAT)"
                 AT END MOVE 'OUI' TO WS-EOF-SWITCH
              END-READ
              PERFORM UNTIL WS-EOF-SWITCH = 'OUI'
                 IF ADT-IDCLIENT(4:1) = SPACE
                    MOVE "00" TO WS-ADT-IDCLIENT(1:2)
                    MOVE ADT-IDCLIENT(1:3) TO WS-ADT-IDCLIENT(3:3)
                 ELSE
                    MOVE ADT-IDCLIENT TO WS-ADT-IDCLIENT
                 END-IF
                 IF WS-ADT-IDCLIENT IS NUMERIC
                    AND FUNCTION NUMVAL(WS-ADT-IDCLIENT) = WS-IDCLIENT
                    ADD 1 TO WS-NB-AUDIT
                    MOVE AUDITLOG-LINE(1:132) TO DOSSIER-LINE
                    WRITE DOSSIER-LINE
