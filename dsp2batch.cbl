       IDENTIFICATION DIVISION.
       PROGRAM-ID. dsp2batch.
       AUTHOR. D.KISAMA.

      *> Service d'information sur les comptes aux prestataires tiers
      *> DSP2 (open banking). Chaque passage :
      *>   1. tient les consentements DSP2CONSENT.DAT (voir
      *>      DSP2CONSENT.cpy) a la date de traitement busdate : un
      *>      consentement ACTIF echu passe EXPIRE ; un consentement
      *>      qui echoit dans le delai de preavis (DSP2PARM.DAT, 15
      *>      jours par defaut) vaut un message dans la boite du
      *>      client (msgnotif), une seule fois (DCN-AVIS) ;
      *>   2. sert les demandes deposees par la passerelle des
      *>      prestataires dans DSP2DEMANDE.DAT : pour chaque demande
      *>      (prestataire, client, compte, portee SOLDES ou
      *>      OPERATIONS, date de debut des operations), le
      *>      prestataire doit etre ACTIF au registre DSP2PRESTA.DAT
      *>      et le client doit lui avoir donne sur ce compte un
      *>      consentement ACTIF couvrant la portee demandee. Le
      *>      solde vient de COMPTES.DAT, les operations du journal
      *>      structure (par l'index OPJINDEX.DAT, ou en relisant
      *>      OPJOURNAL.DAT sans index, comme seuilalertbatch), au
      *>      plus sur l'historique autorise (DSP2PARM.DAT, 90 jours
      *>      par defaut). La reponse part dans DSP2REPONSE.DAT pour la
      *>      passerelle, une demande refusee y laisse une ligne REFUS
      *>      avec son motif ;
      *>   3. trace CHAQUE demande, servie ou refusee, au journal des
      *>      acces DSP2ACCES.DAT (jamais reecrit), que le client et
      *>      la conformite peuvent reprendre.
      *> Rien n'est servi sans consentement : un consentement echu,
      *> revoque par le client ou d'un prestataire suspendu bloque
      *> l'acces.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DSP2PARM ASSIGN TO "DSP2PARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSP2PARM-STATUS.

           SELECT DSP2PRESTA ASSIGN TO "DSP2PRESTA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSP2PRESTA-STATUS.

           SELECT DSP2CONSENT ASSIGN TO "DSP2CONSENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSP2CONSENT-STATUS.

           SELECT DSP2DEMANDE ASSIGN TO "DSP2DEMANDE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSP2DEMANDE-STATUS.

           SELECT DSP2REPONSE ASSIGN TO "DSP2REPONSE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSP2REPONSE-STATUS.

           SELECT DSP2ACCES ASSIGN TO "DSP2ACCES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSP2ACCES-STATUS.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT OPJOURNAL ASSIGN TO "OPJOURNAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPJOURNAL-STATUS.

      *> compagnon indexe du journal (voir OPJINDEX.cpy) : les
      *> operations d'un compte sans relire tout le journal
           SELECT OPJINDEX ASSIGN TO "OPJINDEX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OJX-CLE
              ALTERNATE RECORD KEY IS OJX-IDCLIENT WITH DUPLICATES
              ALTERNATE RECORD KEY IS OJX-JOUR WITH DUPLICATES
              FILE STATUS IS WS-OPJINDEX-IXST.

       DATA DIVISION.
       FILE SECTION.
       FD DSP2PARM.
       01 DSP2PARM-RECORD.
           05 DPP-PREAVIS-JOURS  PIC 9(3).
           05 DPP-HISTO-JOURS    PIC 9(3).

       FD DSP2PRESTA.
           COPY "DSP2PRESTA.cpy".

       FD DSP2CONSENT.
           COPY "DSP2CONSENT.cpy".

      *> demande deposee par la passerelle des prestataires ;
      *> DDM-DEPUIS (AAAA-MM-JJ) ne vaut que pour la portee
      *> OPERATIONS, a blanc : tout l'historique autorise
       FD DSP2DEMANDE.
       01 DSP2DEMANDE-RECORD.
           05 DDM-PRESTA         PIC X(8).
           05 DDM-IDCLIENT       PIC 9(5).
           05 DDM-COMPTEID       PIC 9(5).
           05 DDM-PORTEE         PIC X(10).
           05 DDM-DEPUIS         PIC X(10).

      *> reponse : une ligne SOLDE, une ligne par OPERATION servie,
      *> ou une ligne REFUS (motif en libelle)
       FD DSP2REPONSE.
       01 DSP2REPONSE-RECORD.
           05 DRP-PRESTA         PIC X(8).
           05 DRP-IDCLIENT       PIC 9(5).
           05 DRP-COMPTEID       PIC 9(5).
           05 DRP-TYPE           PIC X(10).
           05 DRP-DATE           PIC X(10).
           05 DRP-LIBELLE        PIC X(30).
           05 DRP-SIGNE          PIC X.
           05 DRP-MONTANT        PIC 9(9)V99.
           05 DRP-DEVISE         PIC X(3).

       FD DSP2ACCES.
       01 DSP2ACCES-RECORD.
           05 DAC-DATE           PIC X(10).
           05 DAC-HEURE          PIC X(6).
           05 DAC-PRESTA         PIC X(8).
           05 DAC-IDCLIENT       PIC 9(5).
           05 DAC-COMPTEID       PIC 9(5).
           05 DAC-PORTEE         PIC X(10).
           05 DAC-CONSENT        PIC 9(6).
           05 DAC-RESULTAT       PIC X(6).
           05 DAC-MOTIF          PIC X(30).
           05 DAC-LIGNES         PIC 9(5).

       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD OPJOURNAL.
           COPY "OPJOURNAL.cpy".

       FD OPJINDEX.
           COPY "OPJINDEX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DSP2PARM-STATUS     PIC X(2).
       01 WS-DSP2PRESTA-STATUS   PIC X(2).
       01 WS-DSP2CONSENT-STATUS  PIC X(2).
       01 WS-DSP2DEMANDE-STATUS  PIC X(2).
       01 WS-DSP2REPONSE-STATUS  PIC X(2).
       01 WS-DSP2ACCES-STATUS    PIC X(2).
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-OPJOURNAL-STATUS    PIC X(2).
       01 WS-OPJINDEX-IXST       PIC X(2).
       01 WS-EOF                 PIC X(3).
       01 WS-EOF-OPJOURNAL       PIC X(3).

       01 WS-PREAVIS-JOURS       PIC 9(3) VALUE 15.
       01 WS-HISTO-JOURS         PIC 9(3) VALUE 90.

      *> registre des prestataires
       01 WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 200 TIMES.
              10 WS-PR-CODE          PIC X(8).
              10 WS-PR-STATUT        PIC X(10).
       01 WS-PR-COUNT            PIC 9(3) VALUE 0.
       01 WS-PR-IDX              PIC 9(3).
       01 WS-PR-FOUND            PIC 9(3).

      *> consentements, tout le fichier pour le reecrire
       01 WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 2000 TIMES.
              10 WS-CN-NUMERO        PIC 9(6).
              10 WS-CN-IDCLIENT      PIC 9(5).
              10 WS-CN-PRESTA        PIC X(8).
              10 WS-CN-COMPTEID      PIC 9(5).
              10 WS-CN-SOLDES        PIC X(3).
              10 WS-CN-OPERATIONS    PIC X(3).
              10 WS-CN-DATE-DEBUT    PIC X(10).
              10 WS-CN-DATE-EXPIR    PIC X(10).
              10 WS-CN-STATUT        PIC X(8).
              10 WS-CN-DATE-FIN      PIC X(10).
              10 WS-CN-AVIS          PIC X(3).
       01 WS-CN-COUNT            PIC 9(4) VALUE 0.
       01 WS-CN-IDX              PIC 9(4).
       01 WS-CN-FOUND            PIC 9(4).
       01 WS-CN-EXPIRE-TROUVE    PIC X(3).
       01 WS-CN-HORS-TABLE       PIC 9(5) VALUE 0.

      *> dates : date de traitement, seuil de preavis, debut de
      *> l'historique autorise
       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-PREAVIS-YYYYMMDD    PIC 9(8).
       01 WS-PREAVIS-ISO         PIC X(10).
       01 WS-HISTO-YYYYMMDD      PIC 9(8).
       01 WS-HISTO-ISO           PIC X(10).
       01 WS-DEPUIS-ISO          PIC X(10).
       01 WS-HEURE               PIC X(6).

      *> demande en cours
       01 WS-MOTIF               PIC X(30).
       01 WS-LIGNES              PIC 9(5).
       01 WS-PORTEE-OK           PIC X(3).

      *> compteurs du passage
       01 WS-NB-DEMANDES         PIC 9(5) VALUE 0.
       01 WS-NB-SERVIES          PIC 9(5) VALUE 0.
       01 WS-NB-REFUSEES         PIC 9(5) VALUE 0.
       01 WS-NB-EXPIRES          PIC 9(5) VALUE 0.
       01 WS-NB-AVIS             PIC 9(5) VALUE 0.

       01 WS-NOTIF-CLIENT        PIC 9(5).
       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'dsp2batch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7).
       01 WS-BR-FAILED           PIC 9(7).
       01 WS-BR-STATUT           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

       PROCEDURE DIVISION.

       0100-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6)
              TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-BD-DATE-ISO.
           STRING TODAYS-DATE(1:4) '-' TODAYS-DATE(5:2) '-'
              TODAYS-DATE(7:2) DELIMITED BY SIZE INTO WS-TODAY-ISO.
           PERFORM 0150-READ-PARAMETERS.

           PERFORM 0200-LOAD-PRESTATAIRES.
           PERFORM 0250-LOAD-CONSENTEMENTS.
           PERFORM 0300-TENIR-CONSENTEMENTS.
           PERFORM 0350-REWRITE-CONSENTEMENTS.

           PERFORM 0400-SERVIR-DEMANDES.

           DISPLAY "DSP2 " WS-TODAY-ISO " : " WS-NB-DEMANDES
              " demandes, " WS-NB-SERVIES " servies, "
              WS-NB-REFUSEES " refusees".
           DISPLAY "Consentements expires  : " WS-NB-EXPIRES.
           DISPLAY "Avis d'echeance        : " WS-NB-AVIS.

      *>    trace du passage au grand livre des batchs
           MOVE WS-NB-DEMANDES TO WS-BR-RECORDS.
           MOVE WS-CN-HORS-TABLE TO WS-BR-FAILED.
           IF WS-CN-HORS-TABLE = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           GOBACK.

      *> delai de preavis et profondeur d'historique, puis les
      *> dates limites correspondantes
       0150-READ-PARAMETERS.
           OPEN INPUT DSP2PARM.
           IF WS-DSP2PARM-STATUS = "00"
              READ DSP2PARM
                 NOT AT END
                    IF DPP-PREAVIS-JOURS IS NUMERIC
                       AND DPP-PREAVIS-JOURS > ZEROES
                       MOVE DPP-PREAVIS-JOURS TO WS-PREAVIS-JOURS
                    END-IF
                    IF DPP-HISTO-JOURS IS NUMERIC
                       AND DPP-HISTO-JOURS > ZEROES
                       MOVE DPP-HISTO-JOURS TO WS-HISTO-JOURS
                    END-IF
              END-READ
              CLOSE DSP2PARM
           END-IF.

           COMPUTE WS-PREAVIS-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(TODAYS-DATE)
              + WS-PREAVIS-JOURS).
           STRING WS-PREAVIS-YYYYMMDD(1:4) '-'
              WS-PREAVIS-YYYYMMDD(5:2) '-' WS-PREAVIS-YYYYMMDD(7:2)
              DELIMITED BY SIZE INTO WS-PREAVIS-ISO.
           COMPUTE WS-HISTO-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(TODAYS-DATE)
              - WS-HISTO-JOURS).
           STRING WS-HISTO-YYYYMMDD(1:4) '-'
              WS-HISTO-YYYYMMDD(5:2) '-' WS-HISTO-YYYYMMDD(7:2)
              DELIMITED BY SIZE INTO WS-HISTO-ISO.

       0200-LOAD-PRESTATAIRES.
           MOVE 0 TO WS-PR-COUNT.
           OPEN INPUT DSP2PRESTA.
           IF WS-DSP2PRESTA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ DSP2PRESTA
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-PR-COUNT < 200
                 ADD 1 TO WS-PR-COUNT
                 MOVE DPR-CODE TO WS-PR-CODE(WS-PR-COUNT)
                 MOVE DPR-STATUT TO WS-PR-STATUT(WS-PR-COUNT)
              END-IF
              READ DSP2PRESTA
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE DSP2PRESTA.

       0250-LOAD-CONSENTEMENTS.
           MOVE 0 TO WS-CN-COUNT.
           OPEN INPUT DSP2CONSENT.
           IF WS-DSP2CONSENT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ DSP2CONSENT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-CN-COUNT < 2000
                 ADD 1 TO WS-CN-COUNT
                 MOVE DSP2CONSENT-RECORD TO WS-CN-ENTRY(WS-CN-COUNT)
              ELSE
                 ADD 1 TO WS-CN-HORS-TABLE
              END-IF
              READ DSP2CONSENT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE DSP2CONSENT.

      *> echeance : EXPIRE le lendemain de DCN-DATE-EXPIR ; avis au
      *> client une fois, quand l'echeance entre dans le preavis
       0300-TENIR-CONSENTEMENTS.
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
              UNTIL WS-CN-IDX > WS-CN-COUNT
              IF WS-CN-STATUT(WS-CN-IDX) = 'ACTIF'
                 IF WS-CN-DATE-EXPIR(WS-CN-IDX) < WS-TODAY-ISO
                    MOVE 'EXPIRE' TO WS-CN-STATUT(WS-CN-IDX)
                    MOVE WS-TODAY-ISO TO WS-CN-DATE-FIN(WS-CN-IDX)
                    ADD 1 TO WS-NB-EXPIRES
                 ELSE
                    IF WS-CN-DATE-EXPIR(WS-CN-IDX) NOT > WS-PREAVIS-ISO
                       AND WS-CN-AVIS(WS-CN-IDX) NOT = 'OUI'
                       PERFORM 0310-AVISER-ECHEANCE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       0310-AVISER-ECHEANCE.
           MOVE WS-CN-IDCLIENT(WS-CN-IDX) TO WS-NOTIF-CLIENT.
           MOVE 'ACCES TIERS (DSP2) BIENTOT ECHU' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Acces de ' WS-CN-PRESTA(WS-CN-IDX)
              ' au compte ' WS-CN-COMPTEID(WS-CN-IDX)
              ' valable jusqu''au ' WS-CN-DATE-EXPIR(WS-CN-IDX)
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-NOTIF-CLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.
           MOVE 'OUI' TO WS-CN-AVIS(WS-CN-IDX).
           ADD 1 TO WS-NB-AVIS.

       0350-REWRITE-CONSENTEMENTS.
           IF WS-CN-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
      *>    table pleine au chargement : le fichier n'est pas reecrit,
      *>    les lignes hors table seraient perdues
           IF WS-CN-HORS-TABLE > ZEROES
              DISPLAY "DSP2CONSENT.DAT hors table : non reecrit"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DSP2CONSENT.
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
              UNTIL WS-CN-IDX > WS-CN-COUNT
              MOVE WS-CN-ENTRY(WS-CN-IDX) TO DSP2CONSENT-RECORD
              WRITE DSP2CONSENT-RECORD
           END-PERFORM.
           CLOSE DSP2CONSENT.

       0400-SERVIR-DEMANDES.
           OPEN INPUT DSP2DEMANDE.
           IF WS-DSP2DEMANDE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DSP2REPONSE.
           OPEN EXTEND DSP2ACCES.
           IF WS-DSP2ACCES-STATUS = "35"
              CLOSE DSP2ACCES
              OPEN OUTPUT DSP2ACCES
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ DSP2DEMANDE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              ADD 1 TO WS-NB-DEMANDES
              PERFORM 0450-SERVIR-UNE-DEMANDE
              READ DSP2DEMANDE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE DSP2DEMANDE.
           CLOSE DSP2REPONSE.
           CLOSE DSP2ACCES.

      *> controles dans l'ordre : prestataire, consentement, portee ;
      *> le premier qui echoue donne le motif du refus
       0450-SERVIR-UNE-DEMANDE.
           MOVE SPACES TO WS-MOTIF.
           MOVE ZEROES TO WS-LIGNES.
           MOVE ZEROES TO WS-CN-FOUND.
           MOVE FUNCTION UPPER-CASE(DDM-PORTEE) TO DDM-PORTEE.

           PERFORM 0460-CHERCHER-PRESTATAIRE.
           IF WS-PR-FOUND = 0
              MOVE 'PRESTATAIRE INCONNU' TO WS-MOTIF
           ELSE
              IF WS-PR-STATUT(WS-PR-FOUND) NOT = 'ACTIF'
                 MOVE 'PRESTATAIRE SUSPENDU' TO WS-MOTIF
              END-IF
           END-IF.
           IF WS-MOTIF = SPACES
              AND DDM-PORTEE NOT = 'SOLDES'
              AND DDM-PORTEE NOT = 'OPERATIONS'
              MOVE 'PORTEE INCONNUE' TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES
              PERFORM 0470-CHERCHER-CONSENTEMENT
              IF WS-CN-FOUND = 0
                 IF WS-CN-EXPIRE-TROUVE = 'OUI'
                    MOVE 'CONSENTEMENT EXPIRE' TO WS-MOTIF
                 ELSE
                    MOVE 'AUCUN CONSENTEMENT' TO WS-MOTIF
                 END-IF
              END-IF
           END-IF.
           IF WS-MOTIF = SPACES
              MOVE 'NON' TO WS-PORTEE-OK
              IF DDM-PORTEE = 'SOLDES'
                 AND WS-CN-SOLDES(WS-CN-FOUND) = 'OUI'
                 MOVE 'OUI' TO WS-PORTEE-OK
              END-IF
              IF DDM-PORTEE = 'OPERATIONS'
                 AND WS-CN-OPERATIONS(WS-CN-FOUND) = 'OUI'
                 MOVE 'OUI' TO WS-PORTEE-OK
              END-IF
              IF WS-PORTEE-OK = 'NON'
                 MOVE 'PORTEE NON CONSENTIE' TO WS-MOTIF
              END-IF
           END-IF.

           IF WS-MOTIF = SPACES
              IF DDM-PORTEE = 'SOLDES'
                 PERFORM 0500-SERVIR-SOLDE
              ELSE
                 PERFORM 0550-SERVIR-OPERATIONS
              END-IF
           END-IF.

           IF WS-MOTIF = SPACES
              ADD 1 TO WS-NB-SERVIES
           ELSE
              ADD 1 TO WS-NB-REFUSEES
              MOVE SPACES TO DSP2REPONSE-RECORD
              MOVE DDM-PRESTA TO DRP-PRESTA
              MOVE DDM-IDCLIENT TO DRP-IDCLIENT
              MOVE DDM-COMPTEID TO DRP-COMPTEID
              MOVE 'REFUS' TO DRP-TYPE
              MOVE WS-TODAY-ISO TO DRP-DATE
              MOVE WS-MOTIF TO DRP-LIBELLE
              MOVE ZEROES TO DRP-MONTANT
              WRITE DSP2REPONSE-RECORD
           END-IF.
           PERFORM 0600-TRACER-ACCES.

       0460-CHERCHER-PRESTATAIRE.
           MOVE 0 TO WS-PR-FOUND.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PR-COUNT
              IF WS-PR-CODE(WS-PR-IDX) = DDM-PRESTA
                 MOVE WS-PR-IDX TO WS-PR-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> consentement ACTIF du client a ce prestataire sur ce
      *> compte ; a defaut, un consentement EXPIRE donne le motif
       0470-CHERCHER-CONSENTEMENT.
           MOVE 0 TO WS-CN-FOUND.
           MOVE 'NON' TO WS-CN-EXPIRE-TROUVE.
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
              UNTIL WS-CN-IDX > WS-CN-COUNT
              IF WS-CN-IDCLIENT(WS-CN-IDX) = DDM-IDCLIENT
                 AND WS-CN-PRESTA(WS-CN-IDX) = DDM-PRESTA
                 AND WS-CN-COMPTEID(WS-CN-IDX) = DDM-COMPTEID
                 IF WS-CN-STATUT(WS-CN-IDX) = 'ACTIF'
                    MOVE WS-CN-IDX TO WS-CN-FOUND
                    EXIT PERFORM
                 END-IF
                 IF WS-CN-STATUT(WS-CN-IDX) = 'EXPIRE'
                    MOVE 'OUI' TO WS-CN-EXPIRE-TROUVE
                 END-IF
              END-IF
           END-PERFORM.

       0500-SERVIR-SOLDE.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS NOT = "00"
              MOVE 'COMPTES INDISPONIBLES' TO WS-MOTIF
              EXIT PARAGRAPH
           END-IF.
           MOVE DDM-COMPTEID TO CF-COMPTEID.
           READ COMPTESFILE
              INVALID KEY
                 MOVE 'COMPTE INCONNU' TO WS-MOTIF
              NOT INVALID KEY
                 MOVE SPACES TO DSP2REPONSE-RECORD
                 MOVE DDM-PRESTA TO DRP-PRESTA
                 MOVE DDM-IDCLIENT TO DRP-IDCLIENT
                 MOVE DDM-COMPTEID TO DRP-COMPTEID
                 MOVE 'SOLDE' TO DRP-TYPE
                 MOVE WS-TODAY-ISO TO DRP-DATE
                 MOVE 'SOLDE COMPTABLE' TO DRP-LIBELLE
                 IF CF-SOLDE < ZEROES
                    MOVE '-' TO DRP-SIGNE
                    COMPUTE DRP-MONTANT = 0 - CF-SOLDE
                 ELSE
                    MOVE '+' TO DRP-SIGNE
                    MOVE CF-SOLDE TO DRP-MONTANT
                 END-IF
                 MOVE CF-DEVISE TO DRP-DEVISE
                 WRITE DSP2REPONSE-RECORD
                 MOVE 1 TO WS-LIGNES
           END-READ.
           CLOSE COMPTESFILE.

      *> operations du compte depuis DDM-DEPUIS, jamais avant le
      *> debut de l'historique autorise
       0550-SERVIR-OPERATIONS.
           MOVE WS-HISTO-ISO TO WS-DEPUIS-ISO.
           IF DDM-DEPUIS NOT = SPACES
              AND DDM-DEPUIS > WS-HISTO-ISO
              MOVE DDM-DEPUIS TO WS-DEPUIS-ISO
           END-IF.
           MOVE 'NON' TO WS-EOF-OPJOURNAL.

           OPEN INPUT OPJINDEX.
           IF WS-OPJINDEX-IXST = "00"
              PERFORM 0560-OPERATIONS-PAR-INDEX
              CLOSE OPJINDEX
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT OPJOURNAL.
           IF WS-OPJOURNAL-STATUS NOT = "00"
              CLOSE OPJOURNAL
              EXIT PARAGRAPH
           END-IF.
           READ OPJOURNAL
              AT END MOVE 'OUI' TO WS-EOF-OPJOURNAL
           END-READ.
           PERFORM UNTIL WS-EOF-OPJOURNAL = 'OUI'
              IF OJ-COMPTEID = DDM-COMPTEID
                 AND OJ-DATEOP NOT < WS-DEPUIS-ISO
                 MOVE SPACES TO DSP2REPONSE-RECORD
                 MOVE OJ-DATEOP TO DRP-DATE
                 MOVE OJ-LIBELLE TO DRP-LIBELLE
                 MOVE OJ-SIGNE TO DRP-SIGNE
                 MOVE OJ-MONTANT TO DRP-MONTANT
                 PERFORM 0570-ECRIRE-OPERATION
              END-IF
              READ OPJOURNAL
                 AT END MOVE 'OUI' TO WS-EOF-OPJOURNAL
              END-READ
           END-PERFORM.
           CLOSE OPJOURNAL.

      *> cle primaire COMPTEID + DATEOP : positionnement direct sur
      *> la premiere operation du compte a partir de la date
       0560-OPERATIONS-PAR-INDEX.
           MOVE DDM-COMPTEID TO OJX-COMPTEID.
           MOVE WS-DEPUIS-ISO TO OJX-DATEOP.
           MOVE ZEROES TO OJX-SEQ.
           START OPJINDEX KEY NOT < OJX-CLE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           READ OPJINDEX NEXT
              AT END MOVE 'OUI' TO WS-EOF-OPJOURNAL
           END-READ.
           PERFORM UNTIL WS-EOF-OPJOURNAL = 'OUI'
              IF OJX-COMPTEID NOT = DDM-COMPTEID
                 MOVE 'OUI' TO WS-EOF-OPJOURNAL
                 EXIT PERFORM
              END-IF
              MOVE SPACES TO DSP2REPONSE-RECORD
              MOVE OJX-DATEOP TO DRP-DATE
              MOVE OJX-LIBELLE TO DRP-LIBELLE
              MOVE OJX-SIGNE TO DRP-SIGNE
              MOVE OJX-MONTANT TO DRP-MONTANT
              PERFORM 0570-ECRIRE-OPERATION
              READ OPJINDEX NEXT
                 AT END MOVE 'OUI' TO WS-EOF-OPJOURNAL
              END-READ
           END-PERFORM.

       0570-ECRIRE-OPERATION.
           MOVE DDM-PRESTA TO DRP-PRESTA.
           MOVE DDM-IDCLIENT TO DRP-IDCLIENT.
           MOVE DDM-COMPTEID TO DRP-COMPTEID.
           MOVE 'OPERATION' TO DRP-TYPE.
           WRITE DSP2REPONSE-RECORD.
           ADD 1 TO WS-LIGNES.

      *> une ligne par demande, servie ou refusee
       0600-TRACER-ACCES.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE.
           MOVE WS-TODAY-ISO TO DAC-DATE.
           MOVE WS-HEURE TO DAC-HEURE.
           MOVE DDM-PRESTA TO DAC-PRESTA.
           MOVE DDM-IDCLIENT TO DAC-IDCLIENT.
           MOVE DDM-COMPTEID TO DAC-COMPTEID.
           MOVE DDM-PORTEE TO DAC-PORTEE.
           IF WS-CN-FOUND > 0
              MOVE WS-CN-NUMERO(WS-CN-FOUND) TO DAC-CONSENT
           ELSE
              MOVE ZEROES TO DAC-CONSENT
           END-IF.
           IF WS-MOTIF = SPACES
              MOVE 'SERVI' TO DAC-RESULTAT
           ELSE
              MOVE 'REFUSE' TO DAC-RESULTAT
           END-IF.
           MOVE WS-MOTIF TO DAC-MOTIF.
           MOVE WS-LIGNES TO DAC-LIGNES.
           WRITE DSP2ACCES-RECORD.

       END PROGRAM dsp2batch.
