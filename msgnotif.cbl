      *> du sujet via le dictionnaire NOTIFTPL.DAT (fragment de
      *> sujet -> gabarit + severite, GEN/INFO par defaut),
      *> fichier optionnel-avec-defaut comme DORMANTPARM.DAT.
      *> Langue du client : l'appelant passe toujours son sujet
      *> francais (c'est lui qui choisit le gabarit) ; quand un
      *> gabarit du dictionnaire a ete reconnu, le sujet depose est
      *> celui de TEXTES.DAT (document MSGSUJET, code = gabarit)
      *> dans la langue du client, via textelang, et la langue
      *> retenue part avec l'element de file pour que la passerelle
      *> rende le bon modele. Gabarit GEN ou MKT, ou pas de texte :
      *> le sujet reste celui de l'appelant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD MESSAGES.
       01 MESSAGES-RECORD.
           05 MSG-ID                  PIC 9(5).
           05 MSG-SENDER-CLIENTID     PIC 9(5).
           05 MSG-SUBJECT             PIC X(40).
           05 MSG-BODY                PIC X(70).
           05 MSG-DATE                PIC X(10).
       FD NOTIFQUEUE.
       01 NOTIFQUEUE-RECORD.
           05 NQ-MSGID                PIC 9(5).
           05 NQ-IDCLIENT             PIC 9(5).
           05 NQ-SEVERITE             PIC X(6).
           05 NQ-TEMPLATE             PIC X(6).
           05 NQ-SUJET                PIC X(40).
           05 NQ-DATE                 PIC X(10).
           05 NQ-LANGUE               PIC X(2).

       FD NOTIFTPL.
       01 NOTIFTPL-RECORD.
       01 WS-SEVERITE           PIC X(6).
       01 WS-FRAGMENT           PIC X(30).
       01 WS-FRAGMENT-LG        PIC 9(2).
       01 WS-GABARIT-TROUVE     PIC X(3).
       01 WS-SUJET              PIC X(40).

       01 WS-TL-DOCUMENT        PIC X(8) VALUE 'MSGSUJET'.
       01 WS-TL-CODE            PIC X(8).
       01 WS-TL-VAL1            PIC X(20) VALUE SPACES.
       01 WS-TL-VAL2            PIC X(20) VALUE SPACES.
       01 WS-TL-VAL3            PIC X(20) VALUE SPACES.
       01 WS-TL-VAL4            PIC X(20) VALUE SPACES.
       01 WS-TL-LANGUE          PIC X(2).
       01 WS-TL-TEXTE           PIC X(100).

       LINKAGE SECTION.
        77 L-CLIENTID        PIC 9(5).
        77 L-SUBJECT         PIC X(40).
        77 L-BODY            PIC X(70).
        77 L-DATE            PIC X(10).
           END-IF.

           PERFORM 0200-NEXT-MSG-ID.
           PERFORM 0400-CHOISIR-GABARIT.
           PERFORM 0450-SUJET-DU-CLIENT.

           MOVE WS-NEXT-ID TO MSG-ID.
           MOVE L-CLIENTID TO MSG-SENDER-CLIENTID.
           MOVE SPACES TO MSG-SUBJECT.
           STRING 'SYSTEME: ' FUNCTION TRIM(WS-SUJET)
              DELIMITED BY SIZE INTO MSG-SUBJECT.
           MOVE L-BODY TO MSG-BODY.
           MOVE L-DATE TO MSG-DATE.
      *> severite deduits du sujet, l'element part tel quel, c'est
      *> notifgwbatch qui consulte les preferences de canal
       0300-METTRE-EN-FILE.
           OPEN EXTEND NOTIFQUEUE.
           IF WS-NOTIFQUEUE-STATUS = "35"
              CLOSE NOTIFQUEUE
           MOVE L-CLIENTID TO NQ-IDCLIENT.
           MOVE WS-SEVERITE TO NQ-SEVERITE.
           MOVE WS-TEMPLATE TO NQ-TEMPLATE.
           MOVE WS-SUJET TO NQ-SUJET.
           MOVE L-DATE TO NQ-DATE.
           MOVE WS-TL-LANGUE TO NQ-LANGUE.
           WRITE NOTIFQUEUE-RECORD.
           CLOSE NOTIFQUEUE.

       0400-CHOISIR-GABARIT.
           MOVE 'GEN' TO WS-TEMPLATE.
           MOVE 'INFO' TO WS-SEVERITE.
           MOVE 'NON' TO WS-GABARIT-TROUVE.
      *>    offre commerciale deposee par campagnebatch : gabarit MKT,
      *>    que la passerelle ne remet que sur un canal consenti
           IF L-SUBJECT(1:6) = 'OFFRE '
              MOVE 'MKT' TO WS-TEMPLATE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-NOTIFTPL.
           OPEN INPUT NOTIFTPL.
           IF WS-NOTIFTPL-STATUS NOT = "00"
                    WS-FRAGMENT(1:WS-FRAGMENT-LG)
                 MOVE NT-TEMPLATE TO WS-TEMPLATE
                 MOVE NT-SEVERITE TO WS-SEVERITE
                 MOVE 'OUI' TO WS-GABARIT-TROUVE
                 MOVE 'OUI' TO WS-EOF-NOTIFTPL
              ELSE
                 READ NOTIFTPL
           END-PERFORM.
           CLOSE NOTIFTPL.

      *> sujet dans la langue du client quand le gabarit est connu ;
      *> la langue est rendue dans tous les cas pour la file
       0450-SUJET-DU-CLIENT.
           MOVE L-SUBJECT TO WS-SUJET.
           MOVE SPACES TO WS-TL-LANGUE.
           MOVE SPACES TO WS-TL-CODE.
           IF WS-GABARIT-TROUVE = 'OUI'
              MOVE WS-TEMPLATE TO WS-TL-CODE
           END-IF.
           MOVE L-SUBJECT TO WS-TL-TEXTE.
           CALL 'textelang' USING L-CLIENTID, WS-TL-DOCUMENT,
              WS-TL-CODE, WS-TL-VAL1, WS-TL-VAL2, WS-TL-VAL3,
              WS-TL-VAL4, WS-TL-LANGUE, WS-TL-TEXTE.
           MOVE WS-TL-TEXTE(1:40) TO WS-SUJET.

       END PROGRAM msgnotif.
