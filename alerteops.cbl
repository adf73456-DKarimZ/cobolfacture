       IDENTIFICATION DIVISION.
       PROGRAM-ID. alerteops.
       AUTHOR. D.KISAMA.

      *> Alertes d'exploitation de la chaine de nuit (meme style
      *> d'appel que tacheconseil, par code action) : une etape en
      *> echec a 2h du matin arretait la chaine sans que personne ne
      *> le sache avant le controle du matin, et le releve comme
      *> l'export SEPA rataient leur heure limite. L'incident est
      *> inscrit au registre ALERTEOPS.DAT (voir ALERTEOPS.cpy) et
      *> le contact de garde du tableau d'astreinte ASTREINTE.DAT
      *> (voir ASTREINTE.cpy) est prevenu par les canaux de la
      *> passerelle de notifications : une ligne au fichier de
      *> remise NOTIFSMS.DAT et une a NOTIFEMAIL.DAT (client 0,
      *> gabarit EXPLOI), deposees directement puisque l'etape
      *> notifgwbatch de la chaine ne tournera pas avant la relance.
      *>   A  alerte : L-SOURCE (programme en cause), L-ETAPE (etape
      *>      du plan, a blanc hors nightrunbatch) et L-MOTIF. Une
      *>      alerte encore ouverte du meme programme n'est pas
      *>      redoublee (prefltbatch puis nightrunbatch sur la meme
      *>      etape) : elle recoit seulement le nom de l'etape.
      *>      Sans premier contact de garde, le second est prevenu ;
      *>      sans contact du tout, l'alerte reste OUVERTE pour
      *>      l'operateur AUCUN et l'action E la renvoie des qu'un
      *>      contact est de garde.
      *>   R  relance : les alertes ouvertes ou escaladees de
      *>      L-SOURCE ou de L-ETAPE passent RELANCEE ; appele par
      *>      nightrunbatch a chaque lancement d'etape.
      *>   E  escalade : L-NOMBRE en entree = delai en minutes ; une
      *>      alerte OUVERTE sans relance depuis ce delai est envoyee
      *>      au second contact de garde et passe ESCALADEE ; sans
      *>      second contact de garde elle reste OUVERTE et sera
      *>      reprise au passage suivant. En sortie L-NOMBRE =
      *>      nombre d'alertes escaladees.
      *>   P  purge : L-NOMBRE en entree = duree de conservation en
      *>      jours ; les alertes acquittees plus anciennes sont
      *>      retirees du registre (reecrit via ALERTEOPS.TMP). En
      *>      sortie L-NOMBRE = nombre d'alertes retirees.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALERTEOPS ASSIGN TO "ALERTEOPS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERTEOPS-STATUS.

           SELECT ALERTEOPSTMP ASSIGN TO "ALERTEOPS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASTREINTE ASSIGN TO "ASTREINTE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASTREINTE-STATUS.

           SELECT NOTIFSMS ASSIGN TO "NOTIFSMS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTIFSMS-STATUS.

           SELECT NOTIFEMAIL ASSIGN TO "NOTIFEMAIL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTIFEMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERTEOPS.
           COPY "ALERTEOPS.cpy".

       FD ALERTEOPSTMP.
       01 ALERTEOPSTMP-RECORD   PIC X(172).

       FD ASTREINTE.
           COPY "ASTREINTE.cpy".

      *> fichiers de remise de notifgwbatch, memes dispositions
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

       WORKING-STORAGE SECTION.
       01 WS-ALERTEOPS-STATUS    PIC X(2).
       01 WS-ASTREINTE-STATUS    PIC X(2).
       01 WS-NOTIFSMS-STATUS     PIC X(2).
       01 WS-NOTIFEMAIL-STATUS   PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> registre charge en table et reecrit en entier
       01 WS-AOP-TABLE.
           05 WS-AOP-ENTRY OCCURS 500 TIMES.
              10 WS-AOT-NUMERO        PIC 9(5).
              10 WS-AOT-DATE          PIC X(10).
              10 WS-AOT-HEURE         PIC X(6).
              10 WS-AOT-SOURCE        PIC X(20).
              10 WS-AOT-ETAPE         PIC X(12).
              10 WS-AOT-MOTIF         PIC X(60).
              10 WS-AOT-NIVEAU        PIC 9(1).
              10 WS-AOT-OPERATEUR     PIC X(8).
              10 WS-AOT-STATUT        PIC X(10).
              10 WS-AOT-DATE-RELANCE  PIC X(10).
              10 WS-AOT-HEURE-RELANCE PIC X(6).
              10 WS-AOT-ACQ-PAR       PIC X(8).
              10 WS-AOT-ACQ-DATE      PIC X(10).
              10 WS-AOT-ACQ-HEURE     PIC X(6).
       01 WS-AOP-COUNT           PIC 9(3) VALUE 0.
       01 WS-AOP-IDX             PIC 9(3).
       01 WS-AOP-CUR             PIC 9(3).
       01 WS-AOP-DERNIER         PIC 9(5).
       01 WS-AOP-MODIFIE         PIC X(3).
       01 WS-AOP-TRONQUE         PIC X(3).

      *> horloge : l'alerte est datee de l'heure reelle, pas de la
      *> journee de traitement
       01 WS-NOW-RAW             PIC X(21).
       01 WS-NOW-NUM             PIC 9(8).
       01 WS-NOW-ISO             PIC X(10).
       01 WS-NOW-HEURE           PIC X(6).
       01 WS-NOW-HHMM            PIC X(4).
       01 WS-NOW-INT             PIC 9(8).
       01 WS-NOW-MINUTES         PIC 9(4).

       01 WS-AL-NUM              PIC 9(8).
       01 WS-AL-INT              PIC 9(8).
       01 WS-AL-MINUTES          PIC 9(4).
       01 WS-ECOULE              PIC S9(9).
       01 WS-HH                  PIC 9(2).
       01 WS-MN                  PIC 9(2).

      *> contact de garde cherche
       01 WS-RANG-CHERCHE        PIC 9(1).
       01 WS-GARDE-TROUVE        PIC X(3).
       01 WS-GARDE-OPERATEUR     PIC X(8).
       01 WS-GARDE-TEL           PIC X(15).
       01 WS-GARDE-EMAIL         PIC X(40).
       01 WS-DANS-FENETRE        PIC X(3).

       01 WS-ENVOI-NUMERO        PIC 9(5).
       01 WS-ENVOI-SUJET         PIC X(40).
       01 WS-ENVOI-MOTIF         PIC X(60).
       01 WS-NB-ESCALADES        PIC 9(5).

      *> purge des alertes acquittees
       01 WS-PURGE-NUM           PIC 9(8).
       01 WS-PURGE-RAW           PIC X(8).
       01 WS-PURGE-LIMITE        PIC X(10).
       01 WS-NB-PURGEES          PIC 9(5).
       01 WS-NB-GARDEES          PIC 9(5).

       LINKAGE SECTION.
        77 L-ACTION          PIC X(1).
        77 L-SOURCE          PIC X(20).
        77 L-ETAPE           PIC X(12).
        77 L-MOTIF           PIC X(60).
        77 L-NOMBRE          PIC 9(5).

       PROCEDURE DIVISION USING L-ACTION, L-SOURCE, L-ETAPE,
           L-MOTIF, L-NOMBRE.

       0100-MAIN-MPROCEDURE.
           PERFORM 0150-LIRE-HORLOGE.
           IF L-ACTION = 'P'
              PERFORM 0700-PURGER-ALERTES
              GOBACK
           END-IF.
           PERFORM 0200-LOAD-ALERTES.
           MOVE 'NON' TO WS-AOP-MODIFIE.
           EVALUATE L-ACTION
              WHEN 'A'
                 PERFORM 0300-LEVER-ALERTE
              WHEN 'R'
                 PERFORM 0400-NOTER-RELANCE
              WHEN 'E'
                 PERFORM 0450-ESCALADER
           END-EVALUATE.
           IF WS-AOP-MODIFIE = 'OUI'
              IF WS-AOP-TRONQUE = 'NON'
                 PERFORM 0900-REWRITE-ALERTES
              ELSE
      *>          plus de 500 lignes : la table ne peut etre reecrite
      *>          sans perdre la fin du registre
                 DISPLAY "ALERTEOPS : REGISTRE ALERTEOPS.DAT PLEIN,"
                    " MISE A JOUR " L-ACTION " NON ENREGISTREE -"
                    " PURGE (ACTION P) A LANCER"
              END-IF
           END-IF.
           GOBACK.

       0150-LIRE-HORLOGE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW.
           MOVE WS-NOW-RAW(1:8) TO WS-NOW-NUM.
           MOVE SPACES TO WS-NOW-ISO.
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
              WS-NOW-RAW(7:2) DELIMITED BY SIZE INTO WS-NOW-ISO.
           MOVE WS-NOW-RAW(9:6) TO WS-NOW-HEURE.
           MOVE WS-NOW-RAW(9:4) TO WS-NOW-HHMM.
           COMPUTE WS-NOW-INT = FUNCTION INTEGER-OF-DATE(WS-NOW-NUM).
           MOVE WS-NOW-RAW(9:2) TO WS-HH.
           MOVE WS-NOW-RAW(11:2) TO WS-MN.
           COMPUTE WS-NOW-MINUTES = WS-HH * 60 + WS-MN.

       0200-LOAD-ALERTES.
           MOVE 0 TO WS-AOP-COUNT.
           MOVE 0 TO WS-AOP-DERNIER.
           MOVE 'NON' TO WS-AOP-TRONQUE.
           OPEN INPUT ALERTEOPS.
           IF WS-ALERTEOPS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ ALERTEOPS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF AOP-NUMERO > WS-AOP-DERNIER
                 MOVE AOP-NUMERO TO WS-AOP-DERNIER
              END-IF
              IF WS-AOP-COUNT < 500
                 ADD 1 TO WS-AOP-COUNT
                 MOVE ALERTEOPS-RECORD TO WS-AOP-ENTRY(WS-AOP-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-AOP-TRONQUE
              END-IF
              READ ALERTEOPS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE ALERTEOPS.

      *> une alerte par incident ouvert : un second appel pour le
      *> meme programme complete l'etape sans renvoyer de message
       0300-LEVER-ALERTE.
           PERFORM VARYING WS-AOP-IDX FROM 1 BY 1
              UNTIL WS-AOP-IDX > WS-AOP-COUNT
              IF WS-AOT-SOURCE(WS-AOP-IDX) = L-SOURCE
                 AND (WS-AOT-STATUT(WS-AOP-IDX) = 'OUVERTE'
                 OR WS-AOT-STATUT(WS-AOP-IDX) = 'ESCALADEE')
                 IF WS-AOT-ETAPE(WS-AOP-IDX) = SPACES
                    AND L-ETAPE NOT = SPACES
                    MOVE L-ETAPE TO WS-AOT-ETAPE(WS-AOP-IDX)
                    MOVE 'OUI' TO WS-AOP-MODIFIE
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

           MOVE 1 TO WS-RANG-CHERCHE.
           PERFORM 0500-CONTACT-DE-GARDE.
           IF WS-GARDE-TROUVE = 'NON'
              MOVE 2 TO WS-RANG-CHERCHE
              PERFORM 0500-CONTACT-DE-GARDE
           END-IF.

           ADD 1 TO WS-AOP-DERNIER.
           MOVE WS-AOP-DERNIER TO AOP-NUMERO.
           MOVE WS-NOW-ISO TO AOP-DATE.
           MOVE WS-NOW-HEURE TO AOP-HEURE.
           MOVE L-SOURCE TO AOP-SOURCE.
           MOVE L-ETAPE TO AOP-ETAPE.
           MOVE L-MOTIF TO AOP-MOTIF.
      *>    personne de garde : rien n'est envoye, l'alerte reste
      *>    OUVERTE pour AUCUN et l'action E la renverra
           IF WS-GARDE-TROUVE = 'OUI'
              MOVE WS-RANG-CHERCHE TO AOP-NIVEAU
              MOVE WS-GARDE-OPERATEUR TO AOP-OPERATEUR
           ELSE
              MOVE 1 TO AOP-NIVEAU
              MOVE 'AUCUN' TO AOP-OPERATEUR
           END-IF.
           IF WS-GARDE-TROUVE = 'OUI'
              AND WS-RANG-CHERCHE = 2
              MOVE 'ESCALADEE' TO AOP-STATUT
           ELSE
              MOVE 'OUVERTE' TO AOP-STATUT
           END-IF.
           MOVE SPACES TO AOP-DATE-RELANCE.
           MOVE SPACES TO AOP-HEURE-RELANCE.
           MOVE SPACES TO AOP-ACQ-PAR.
           MOVE SPACES TO AOP-ACQ-DATE.
           MOVE SPACES TO AOP-ACQ-HEURE.

      *>    registre plein : l'alerte est ajoutee au fichier sans
      *>    reecriture de la table
           IF WS-AOP-TRONQUE = 'NON' AND WS-AOP-COUNT < 500
              ADD 1 TO WS-AOP-COUNT
              MOVE ALERTEOPS-RECORD TO WS-AOP-ENTRY(WS-AOP-COUNT)
              MOVE 'OUI' TO WS-AOP-MODIFIE
           ELSE
              OPEN EXTEND ALERTEOPS
              IF WS-ALERTEOPS-STATUS = "00"
                 WRITE ALERTEOPS-RECORD
                 CLOSE ALERTEOPS
              END-IF
           END-IF.

           IF WS-GARDE-TROUVE = 'OUI'
              MOVE AOP-NUMERO TO WS-ENVOI-NUMERO
              MOVE SPACES TO WS-ENVOI-SUJET
              STRING "ALERTE EXPLOITATION " AOP-NUMERO " "
                 L-SOURCE DELIMITED BY SIZE INTO WS-ENVOI-SUJET
              MOVE L-MOTIF TO WS-ENVOI-MOTIF
              PERFORM 0600-ENVOYER
           END-IF.
           DISPLAY "ALERTE EXPLOITATION " AOP-NUMERO " : "
              L-MOTIF.

      *> l'etape (ou le programme) est relancee : plus d'escalade
       0400-NOTER-RELANCE.
           PERFORM VARYING WS-AOP-IDX FROM 1 BY 1
              UNTIL WS-AOP-IDX > WS-AOP-COUNT
              IF (WS-AOT-STATUT(WS-AOP-IDX) = 'OUVERTE'
                 OR WS-AOT-STATUT(WS-AOP-IDX) = 'ESCALADEE')
                 AND (WS-AOT-SOURCE(WS-AOP-IDX) = L-SOURCE
                 OR (L-ETAPE NOT = SPACES
                 AND WS-AOT-ETAPE(WS-AOP-IDX) = L-ETAPE))
                 MOVE 'RELANCEE' TO WS-AOT-STATUT(WS-AOP-IDX)
                 MOVE WS-NOW-ISO TO WS-AOT-DATE-RELANCE(WS-AOP-IDX)
                 MOVE WS-NOW-HEURE
                    TO WS-AOT-HEURE-RELANCE(WS-AOP-IDX)
                 MOVE 'OUI' TO WS-AOP-MODIFIE
              END-IF
           END-PERFORM.

      *> alerte OUVERTE depuis au moins L-NOMBRE minutes sans
      *> relance : le second contact de garde est prevenu. Une
      *> alerte levee quand personne n'etait de garde (AUCUN) est
      *> d'abord envoyee au contact de garde du moment
       0450-ESCALADER.
           MOVE 0 TO WS-NB-ESCALADES.
           PERFORM VARYING WS-AOP-IDX FROM 1 BY 1
              UNTIL WS-AOP-IDX > WS-AOP-COUNT
              IF WS-AOT-STATUT(WS-AOP-IDX) = 'OUVERTE'
                 IF WS-AOT-OPERATEUR(WS-AOP-IDX) = 'AUCUN'
                    PERFORM 0470-PREVENIR-EN-ATTENTE
                 ELSE
                    PERFORM 0460-MINUTES-ECOULEES
                    IF WS-ECOULE NOT < L-NOMBRE
                       PERFORM 0480-ESCALADER-ALERTE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-NB-ESCALADES TO L-NOMBRE.

       0460-MINUTES-ECOULEES.
           MOVE WS-AOT-DATE(WS-AOP-IDX)(1:4) TO WS-AL-NUM(1:4).
           MOVE WS-AOT-DATE(WS-AOP-IDX)(6:2) TO WS-AL-NUM(5:2).
           MOVE WS-AOT-DATE(WS-AOP-IDX)(9:2) TO WS-AL-NUM(7:2).
           COMPUTE WS-AL-INT = FUNCTION INTEGER-OF-DATE(WS-AL-NUM).
           MOVE WS-AOT-HEURE(WS-AOP-IDX)(1:2) TO WS-HH.
           MOVE WS-AOT-HEURE(WS-AOP-IDX)(3:2) TO WS-MN.
           COMPUTE WS-AL-MINUTES = WS-HH * 60 + WS-MN.
           COMPUTE WS-ECOULE = (WS-NOW-INT - WS-AL-INT) * 1440
              + WS-NOW-MINUTES - WS-AL-MINUTES.

      *> alerte en attente de contact : premier contact de garde,
      *> a defaut le second ; toujours personne, elle attend le
      *> passage suivant
       0470-PREVENIR-EN-ATTENTE.
           MOVE 1 TO WS-RANG-CHERCHE.
           PERFORM 0500-CONTACT-DE-GARDE.
           IF WS-GARDE-TROUVE = 'NON'
              MOVE 2 TO WS-RANG-CHERCHE
              PERFORM 0500-CONTACT-DE-GARDE
           END-IF.
           IF WS-GARDE-TROUVE = 'NON'
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-AOT-NUMERO(WS-AOP-IDX) TO WS-ENVOI-NUMERO.
           MOVE SPACES TO WS-ENVOI-SUJET.
           STRING "ALERTE EXPLOITATION " WS-AOT-NUMERO(WS-AOP-IDX) " "
              WS-AOT-SOURCE(WS-AOP-IDX)
              DELIMITED BY SIZE INTO WS-ENVOI-SUJET.
           MOVE WS-AOT-MOTIF(WS-AOP-IDX) TO WS-ENVOI-MOTIF.
           PERFORM 0600-ENVOYER.
           MOVE WS-GARDE-OPERATEUR TO WS-AOT-OPERATEUR(WS-AOP-IDX).
           MOVE WS-RANG-CHERCHE TO WS-AOT-NIVEAU(WS-AOP-IDX).
           MOVE 'OUI' TO WS-AOP-MODIFIE.
           IF WS-RANG-CHERCHE = 2
              MOVE 'ESCALADEE' TO WS-AOT-STATUT(WS-AOP-IDX)
              ADD 1 TO WS-NB-ESCALADES
           END-IF.

      *> envoi au second contact ; s'il n'est pas de garde l'alerte
      *> reste OUVERTE et le passage suivant reessaie
       0480-ESCALADER-ALERTE.
           MOVE 2 TO WS-RANG-CHERCHE.
           PERFORM 0500-CONTACT-DE-GARDE.
           IF WS-GARDE-TROUVE = 'NON'
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-AOT-NUMERO(WS-AOP-IDX) TO WS-ENVOI-NUMERO.
           MOVE SPACES TO WS-ENVOI-SUJET.
           STRING "ESCALADE ALERTE " WS-AOT-NUMERO(WS-AOP-IDX) " "
              WS-AOT-SOURCE(WS-AOP-IDX)
              DELIMITED BY SIZE INTO WS-ENVOI-SUJET.
           MOVE WS-AOT-MOTIF(WS-AOP-IDX) TO WS-ENVOI-MOTIF.
           PERFORM 0600-ENVOYER.
           MOVE WS-GARDE-OPERATEUR TO WS-AOT-OPERATEUR(WS-AOP-IDX).
           MOVE 'ESCALADEE' TO WS-AOT-STATUT(WS-AOP-IDX).
           MOVE 2 TO WS-AOT-NIVEAU(WS-AOP-IDX).
           MOVE 'OUI' TO WS-AOP-MODIFIE.
           ADD 1 TO WS-NB-ESCALADES.

      *> contact de rang WS-RANG-CHERCHE de garde maintenant : tour
      *> en cours (dates a blanc = permanent) et heure dans la
      *> plage (plage a blanc = toute la journee)
       0500-CONTACT-DE-GARDE.
           MOVE 'NON' TO WS-GARDE-TROUVE.
           MOVE SPACES TO WS-GARDE-OPERATEUR.
           MOVE SPACES TO WS-GARDE-TEL.
           MOVE SPACES TO WS-GARDE-EMAIL.
           OPEN INPUT ASTREINTE.
           IF WS-ASTREINTE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ ASTREINTE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF AST-RANG = WS-RANG-CHERCHE
                 AND (AST-DATE-DEBUT = SPACES
                 OR AST-DATE-DEBUT NOT > WS-NOW-ISO)
                 AND (AST-DATE-FIN = SPACES
                 OR AST-DATE-FIN NOT < WS-NOW-ISO)
                 PERFORM 0550-TESTER-FENETRE
                 IF WS-DANS-FENETRE = 'OUI'
                    MOVE 'OUI' TO WS-GARDE-TROUVE
                    MOVE AST-OPERATEUR TO WS-GARDE-OPERATEUR
                    MOVE AST-TEL TO WS-GARDE-TEL
                    MOVE AST-EMAIL TO WS-GARDE-EMAIL
                    MOVE 'OUI' TO WS-EOF
                 END-IF
              END-IF
              IF WS-EOF = 'NON'
                 READ ASTREINTE
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE ASTREINTE.

       0550-TESTER-FENETRE.
           MOVE 'NON' TO WS-DANS-FENETRE.
           IF AST-HEURE-DEBUT = SPACES OR AST-HEURE-FIN = SPACES
              MOVE 'OUI' TO WS-DANS-FENETRE
              EXIT PARAGRAPH
           END-IF.
           IF AST-HEURE-DEBUT NOT > AST-HEURE-FIN
              IF WS-NOW-HHMM NOT < AST-HEURE-DEBUT
                 AND WS-NOW-HHMM < AST-HEURE-FIN
                 MOVE 'OUI' TO WS-DANS-FENETRE
              END-IF
           ELSE
      *>       plage de nuit, a cheval sur minuit
              IF WS-NOW-HHMM NOT < AST-HEURE-DEBUT
                 OR WS-NOW-HHMM < AST-HEURE-FIN
                 MOVE 'OUI' TO WS-DANS-FENETRE
              END-IF
           END-IF.

      *> remise SMS et email au contact de garde
       0600-ENVOYER.
           IF WS-GARDE-TEL NOT = SPACES
              OPEN EXTEND NOTIFSMS
              IF WS-NOTIFSMS-STATUS = "35"
                 CLOSE NOTIFSMS
                 OPEN OUTPUT NOTIFSMS
              END-IF
              IF WS-NOTIFSMS-STATUS = "00"
                 MOVE WS-ENVOI-NUMERO TO NS-MSGID
                 MOVE ZEROES TO NS-IDCLIENT
                 MOVE WS-GARDE-TEL TO NS-CONTACT
                 MOVE 'CRIT' TO NS-SEVERITE
                 MOVE 'EXPLOI' TO NS-TEMPLATE
                 MOVE WS-ENVOI-SUJET TO NS-SUJET
                 MOVE WS-NOW-ISO TO NS-DATE
                 MOVE 'FR' TO NS-LANGUE
                 WRITE NOTIFSMS-RECORD
                 CLOSE NOTIFSMS
              END-IF
           END-IF.
           IF WS-GARDE-EMAIL NOT = SPACES
              OPEN EXTEND NOTIFEMAIL
              IF WS-NOTIFEMAIL-STATUS = "35"
                 CLOSE NOTIFEMAIL
                 OPEN OUTPUT NOTIFEMAIL
              END-IF
              IF WS-NOTIFEMAIL-STATUS = "00"
                 MOVE WS-ENVOI-NUMERO TO NE-MSGID
                 MOVE ZEROES TO NE-IDCLIENT
                 MOVE WS-GARDE-EMAIL TO NE-CONTACT
                 MOVE 'CRIT' TO NE-SEVERITE
                 MOVE 'EXPLOI' TO NE-TEMPLATE
                 MOVE WS-ENVOI-SUJET TO NE-SUJET
                 MOVE WS-NOW-ISO TO NE-DATE
                 MOVE 'FR' TO NE-LANGUE
                 WRITE NOTIFEMAIL-RECORD
                 CLOSE NOTIFEMAIL
              END-IF
           END-IF.

      *> une alerte acquittee plus vieille que la duree de
      *> conservation est retiree ; une alerte non acquittee reste,
      *> quelle que soit son anciennete, pour le tableau de bord.
      *> Le registre est parcouru en flux, sans la limite de la
      *> table, et recopie seulement si une ligne est retiree
       0700-PURGER-ALERTES.
           MOVE 0 TO WS-NB-PURGEES.
           MOVE 0 TO WS-NB-GARDEES.
           COMPUTE WS-PURGE-NUM = FUNCTION DATE-OF-INTEGER
              (WS-NOW-INT - L-NOMBRE).
           MOVE WS-PURGE-NUM TO WS-PURGE-RAW.
           MOVE SPACES TO WS-PURGE-LIMITE.
           STRING WS-PURGE-RAW(1:4) '-' WS-PURGE-RAW(5:2) '-'
              WS-PURGE-RAW(7:2) DELIMITED BY SIZE INTO WS-PURGE-LIMITE.
           MOVE 0 TO L-NOMBRE.
           OPEN INPUT ALERTEOPS.
           IF WS-ALERTEOPS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ALERTEOPSTMP.
           MOVE 'NON' TO WS-EOF.
           READ ALERTEOPS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF AOP-ACQ-PAR NOT = SPACES
                 AND AOP-DATE < WS-PURGE-LIMITE
                 ADD 1 TO WS-NB-PURGEES
              ELSE
                 ADD 1 TO WS-NB-GARDEES
                 WRITE ALERTEOPSTMP-RECORD FROM ALERTEOPS-RECORD
              END-IF
              READ ALERTEOPS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE ALERTEOPS.
           CLOSE ALERTEOPSTMP.
           IF WS-NB-PURGEES > 0
              PERFORM 0750-RECOPIER-ALERTES
           END-IF.
           IF WS-NB-GARDEES > 500
              DISPLAY "ALERTEOPS : " WS-NB-GARDEES
                 " ALERTES GARDEES, PLUS DE 500 - ACQUITTER LES"
                 " ALERTES AU TABLEAU DE BORD"
           END-IF.
           MOVE WS-NB-PURGEES TO L-NOMBRE.

       0750-RECOPIER-ALERTES.
           OPEN INPUT ALERTEOPSTMP.
           OPEN OUTPUT ALERTEOPS.
           MOVE 'NON' TO WS-EOF.
           READ ALERTEOPSTMP
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE ALERTEOPSTMP-RECORD TO ALERTEOPS-RECORD
              WRITE ALERTEOPS-RECORD
              READ ALERTEOPSTMP
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE ALERTEOPSTMP.
           CLOSE ALERTEOPS.

       0900-REWRITE-ALERTES.
           OPEN OUTPUT ALERTEOPS.
           PERFORM VARYING WS-AOP-IDX FROM 1 BY 1
              UNTIL WS-AOP-IDX > WS-AOP-COUNT
              MOVE WS-AOP-ENTRY(WS-AOP-IDX) TO ALERTEOPS-RECORD
              WRITE ALERTEOPS-RECORD
           END-PERFORM.
           CLOSE ALERTEOPS.

       END PROGRAM alerteops.
