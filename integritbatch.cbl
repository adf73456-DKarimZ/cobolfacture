      *>   TITULAIRES  : compte dans COMPTES, client au roster ;
      *>   STANDORD    : client au roster ;
      *>   MANDATS     : compte dans COMPTES, client au roster.
      *> Depuis l'elargissement des COMPTEID/IDCLIENT a cinq
      *> chiffres, le batch verifie aussi que la conversion des cles
      *> (clemigrbatch) est passee : temoin CLEMIGR.OK present, et
      *> cles numeriques sur toute leur largeur dans COMPTES, le
      *> roster et chaque fichier enfant -- un fichier reste a
      *> l'ancienne disposition se lit avec des cles decalees sur la
      *> zone suivante (controle FORMAT-CLE, bloquant).
      *> Chaque orphelin part dans la file de reparation
      *> INTEGRITQ.DAT avec son controle et sa severite (B bloquant
      *> / A avertissement, configurable par controle dans
      *> INTEGRITPARM.DAT) et au rapport INTEGRIT.RPT ; la chaine
      *> n'est arretee (code retour 8) que sur les severites B.
      *> Un orphelin bloquant previent aussi le contact de garde du
      *> tableau d'astreinte (module alerteops).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INTEGRIT-RPT ASSIGN TO "INTEGRIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLEMIGR-OK ASSIGN TO "CLEMIGR.OK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLEMIGR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPTESFILE.

       FD CLIENTROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-IDCLIENT         PIC 9(5).
           05 FILLER                  PIC X(183).

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
       01 MANDATS-RECORD.
           05 MD-REFERENCE       PIC X(16).
           05 MD-CREANCIER-ID    PIC X(8).
           05 MD-IDCLIENT        PIC 9(5).
           05 MD-COMPTEID        PIC 9(5).
           05 MD-DATE-SIGNATURE  PIC X(10).
           05 MD-STATUT          PIC X(10).

       FD INTEGRITQ.
       01 INTEGRITQ-RECORD.
           05 IQ-FICHIER         PIC X(20).
           05 IQ-COMPTEID        PIC 9(5).
           05 IQ-IDCLIENT        PIC 9(5).
           05 IQ-CONTROLE        PIC X(12).
           05 IQ-SEVERITE        PIC X.
           05 IQ-DATE            PIC X(10).
       FD INTEGRIT-RPT.
       01 INTEGRIT-RPT-LINE      PIC X(100).

       FD CLEMIGR-OK.
       01 CLEMIGR-OK-LINE        PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-CLIENTROSTER-STATUS PIC X(2).
       01 WS-STANDORD-STATUS     PIC X(2).
       01 WS-MANDATS-STATUS      PIC X(2).
       01 WS-INTEGRITPARM-STATUS PIC X(2).
       01 WS-CLEMIGR-STATUS      PIC X(2).
       01 WS-EOF-FICHIER         PIC X(3).

      *> cles des peres : COMPTEIDs vivants et IDCLIENTs du roster
       01 WS-CPT-TABLE.
           05 WS-CPT-ID OCCURS 500 TIMES PIC 9(5).
       01 WS-CPT-COUNT           PIC 9(3) VALUE 0.
       01 WS-CLI-TABLE.
           05 WS-CLI-ID OCCURS 500 TIMES PIC 9(5).
       01 WS-CLI-COUNT           PIC 9(3) VALUE 0.
       01 WS-IDX                 PIC 9(3).
       01 WS-TROUVE              PIC X(3).

      *> cles non numeriques relevees au chargement des peres, avant
      *> l'ouverture du rapport
       01 WS-CPT-MAL             PIC 9(5) VALUE 0.
       01 WS-CLI-MAL             PIC 9(5) VALUE 0.

      *> severites par controle, avec defauts : l'orphelin de
      *> titulaires bloque (les credits se posent dessus), le reste
      *> avertit
           05 FILLER             PIC X VALUE 'A'.
           05 FILLER             PIC X(12) VALUE 'MANDATS-CLI '.
           05 FILLER             PIC X VALUE 'A'.
           05 FILLER             PIC X(12) VALUE 'FORMAT-CLE  '.
           05 FILLER             PIC X VALUE 'B'.
           05 FILLER             PIC X(12) VALUE 'CLEMIGR     '.
           05 FILLER             PIC X VALUE 'B'.
       01 WS-SEV-TABLE-R REDEFINES WS-SEV-TABLE.
           05 WS-SEV-ENTRY OCCURS 8 TIMES.
              10 WS-SEV-CONTROLE     PIC X(12).
              10 WS-SEV-SEVERITE     PIC X.
       01 WS-SEV-IDX             PIC 9.
       01 WS-CUR-CONTROLE        PIC X(12).
       01 WS-CUR-SEVERITE        PIC X.
       01 WS-CUR-FICHIER         PIC X(20).
       01 WS-CUR-COMPTEID        PIC 9(5).
       01 WS-CUR-IDCLIENT        PIC 9(5).

       01 WS-ORPHELINS           PIC 9(5) VALUE 0.
       01 WS-BLOQUANTS           PIC 9(5) VALUE 0.
       01 WS-BD-DATE-ISO        PIC X(10).


      *> alerte d'exploitation au contact de garde (module alerteops)
       01 WS-AOP-ACTION         PIC X(1).
       01 WS-AOP-SOURCE         PIC X(20).
       01 WS-AOP-ETAPE          PIC X(12).
       01 WS-AOP-MOTIF          PIC X(60).
       01 WS-AOP-NOMBRE         PIC 9(5).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).
           OPEN OUTPUT INTEGRITQ.
           CLOSE INTEGRITQ.

           PERFORM 0280-VERIFIER-CONVERSION.
           PERFORM 0300-VERIFIER-CARTES.
           PERFORM 0310-VERIFIER-TITULAIRES.
           PERFORM 0320-VERIFIER-STANDORD.

      *>    seules les severites B arretent la chaine
           IF WS-BLOQUANTS > ZEROES
              MOVE 'A' TO WS-AOP-ACTION
              MOVE 'integritbatch' TO WS-AOP-SOURCE
              MOVE SPACES TO WS-AOP-ETAPE
              MOVE SPACES TO WS-AOP-MOTIF
              STRING "INTEGRITE : " WS-BLOQUANTS
                 " ORPHELIN(S) BLOQUANT(S), VOIR INTEGRIT.RPT"
                 DELIMITED BY SIZE INTO WS-AOP-MOTIF
              CALL 'alerteops' USING WS-AOP-ACTION, WS-AOP-SOURCE,
                 WS-AOP-ETAPE, WS-AOP-MOTIF, WS-AOP-NOMBRE
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'INTEGRIT' TO WS-SPOOL-NOM.
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                 UNTIL WS-SEV-IDX > 8
                 IF WS-SEV-CONTROLE(WS-SEV-IDX) = IP-CONTROLE
                    MOVE IP-SEVERITE
                      TO WS-SEV-SEVERITE(WS-SEV-IDX)
              READ COMPTESFILE NEXT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
                 NOT AT END
                    IF CF-COMPTEID NOT NUMERIC
                       ADD 1 TO WS-CPT-MAL
                    END-IF
                    IF WS-CPT-COUNT < 500
                       ADD 1 TO WS-CPT-COUNT
                       MOVE CF-COMPTEID TO WS-CPT-ID(WS-CPT-COUNT)
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF ROSTER-IDCLIENT NOT NUMERIC
                 ADD 1 TO WS-CLI-MAL
              END-IF
              IF WS-CLI-COUNT < 500
                 ADD 1 TO WS-CLI-COUNT
                 MOVE ROSTER-IDCLIENT TO WS-CLI-ID(WS-CLI-COUNT)
              END-IF
           END-PERFORM.

      *> une cle enfant non numerique est un enregistrement reste a
      *> l'ancienne disposition (ou abime) : signale tel quel, sans
      *> chercher son pere
       0270-CLE-MAL-FORMEE.
           MOVE 'FORMAT-CLE' TO WS-CUR-CONTROLE.
           MOVE ZEROES TO WS-CUR-COMPTEID WS-CUR-IDCLIENT.
           PERFORM 0500-POSER-ORPHELIN.

      *> conversion des cles a cinq chiffres : temoin de clemigrbatch
      *> et cles des peres lues au chargement
       0280-VERIFIER-CONVERSION.
           OPEN INPUT CLEMIGR-OK.
           IF WS-CLEMIGR-STATUS = "00"
              CLOSE CLEMIGR-OK
           ELSE
              MOVE 'CLEMIGR.OK' TO WS-CUR-FICHIER
              MOVE 'CLEMIGR' TO WS-CUR-CONTROLE
              MOVE ZEROES TO WS-CUR-COMPTEID WS-CUR-IDCLIENT
              PERFORM 0500-POSER-ORPHELIN
           END-IF.
           IF WS-CPT-MAL > ZEROES
              MOVE 'COMPTES.DAT' TO WS-CUR-FICHIER
              MOVE 'FORMAT-CLE' TO WS-CUR-CONTROLE
              MOVE ZEROES TO WS-CUR-COMPTEID WS-CUR-IDCLIENT
              PERFORM 0500-POSER-ORPHELIN
           END-IF.
           IF WS-CLI-MAL > ZEROES
              MOVE 'CLIENTROSTER.DAT' TO WS-CUR-FICHIER
              MOVE 'FORMAT-CLE' TO WS-CUR-CONTROLE
              MOVE ZEROES TO WS-CUR-COMPTEID WS-CUR-IDCLIENT
              PERFORM 0500-POSER-ORPHELIN
           END-IF.

       0300-VERIFIER-CARTES.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT CARTES.
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF CR-COMPTEID NOT NUMERIC
                 MOVE 'CARTES.DAT' TO WS-CUR-FICHIER
                 PERFORM 0270-CLE-MAL-FORMEE
              ELSE
                 MOVE CR-COMPTEID TO WS-CUR-COMPTEID
                 PERFORM 0250-COMPTE-EXISTE
                 IF WS-TROUVE = 'NON'
                    MOVE 'CARTES.DAT' TO WS-CUR-FICHIER
                    MOVE 'CARTES-CPT' TO WS-CUR-CONTROLE
                    MOVE ZEROES TO WS-CUR-IDCLIENT
                    PERFORM 0500-POSER-ORPHELIN
                 END-IF
              END-IF
              READ CARTES
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF TIT-CLE NOT NUMERIC
                 MOVE 'COMPTETITULAIRES.DAT' TO WS-CUR-FICHIER
                 PERFORM 0270-CLE-MAL-FORMEE
              ELSE
                 PERFORM 0315-CONTROLER-TITULAIRE
              END-IF
              READ TITULAIRES
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-PERFORM.
           CLOSE TITULAIRES.

       0315-CONTROLER-TITULAIRE.
           MOVE TIT-COMPTEID TO WS-CUR-COMPTEID.
           MOVE TIT-IDCLIENT TO WS-CUR-IDCLIENT.
           PERFORM 0250-COMPTE-EXISTE.
           IF WS-TROUVE = 'NON'
              MOVE 'COMPTETITULAIRES.DAT' TO WS-CUR-FICHIER
              MOVE 'TITUL-CPT' TO WS-CUR-CONTROLE
              PERFORM 0500-POSER-ORPHELIN
           END-IF.
           PERFORM 0260-CLIENT-EXISTE.
           IF WS-TROUVE = 'NON'
              MOVE 'COMPTETITULAIRES.DAT' TO WS-CUR-FICHIER
              MOVE 'TITUL-CLI' TO WS-CUR-CONTROLE
              PERFORM 0500-POSER-ORPHELIN
           END-IF.

       0320-VERIFIER-STANDORD.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT STANDORD.
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF SO-CLIENT-ID NOT NUMERIC
                 OR SO-COMPTE-DEST NOT NUMERIC
                 OR SO-CLIENT-DEST-ID NOT NUMERIC
                 MOVE 'STANDORD.DAT' TO WS-CUR-FICHIER
                 PERFORM 0270-CLE-MAL-FORMEE
              ELSE
                 IF SO-STATUT NOT = 'ANNULE'
                    PERFORM 0325-CONTROLER-ORDRE
                 END-IF
              END-IF
              READ STANDORD
           END-PERFORM.
           CLOSE STANDORD.

       0325-CONTROLER-ORDRE.
           MOVE SO-CLIENT-ID TO WS-CUR-IDCLIENT.
           PERFORM 0260-CLIENT-EXISTE.
           IF WS-TROUVE = 'NON'
              MOVE 'STANDORD.DAT' TO WS-CUR-FICHIER
              MOVE 'STANDORD-CLI' TO WS-CUR-CONTROLE
              MOVE ZEROES TO WS-CUR-COMPTEID
              PERFORM 0500-POSER-ORPHELIN
           END-IF.

       0330-VERIFIER-MANDATS.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT MANDATS.
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF MD-IDCLIENT NOT NUMERIC
                 OR MD-COMPTEID NOT NUMERIC
                 MOVE 'MANDATS.DAT' TO WS-CUR-FICHIER
                 PERFORM 0270-CLE-MAL-FORMEE
              ELSE
                 IF MD-STATUT NOT = 'ANNULE'
                    PERFORM 0335-CONTROLER-MANDAT
                 END-IF
              END-IF
              READ MANDATS
           END-PERFORM.
           CLOSE MANDATS.

       0335-CONTROLER-MANDAT.
           MOVE MD-COMPTEID TO WS-CUR-COMPTEID.
           MOVE MD-IDCLIENT TO WS-CUR-IDCLIENT.
           PERFORM 0250-COMPTE-EXISTE.
           IF WS-TROUVE = 'NON'
              MOVE 'MANDATS.DAT' TO WS-CUR-FICHIER
              MOVE 'MANDATS-CPT' TO WS-CUR-CONTROLE
              PERFORM 0500-POSER-ORPHELIN
           END-IF.
           PERFORM 0260-CLIENT-EXISTE.
           IF WS-TROUVE = 'NON'
              MOVE 'MANDATS.DAT' TO WS-CUR-FICHIER
              MOVE 'MANDATS-CLI' TO WS-CUR-CONTROLE
              PERFORM 0500-POSER-ORPHELIN
           END-IF.

       0500-POSER-ORPHELIN.
           ADD 1 TO WS-ORPHELINS.

           MOVE 'A' TO WS-CUR-SEVERITE.
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
              UNTIL WS-SEV-IDX > 8
              IF WS-SEV-CONTROLE(WS-SEV-IDX) = WS-CUR-CONTROLE
                 MOVE WS-SEV-SEVERITE(WS-SEV-IDX)
                   TO WS-CUR-SEVERITE
