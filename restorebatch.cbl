       FD CARTES.
       01 CARTES-RECORD.
           05 CR-NUMCARTE        PIC X(16).
           05 FILLER             PIC X(49).

       FD STANDORD.
       01 STANDORD-RECORD.
           05 SO-ORDREID         PIC 9(3).
           05 FILLER             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RESTOREPARM-STATUS PIC X(2).
              ADD 1 TO WS-NB-LIGNES
              EVALUATE WS-NOM-CIBLE
                 WHEN 'COMPTES.DAT'
                    MOVE 19 TO WS-LG-LIGNE
                 WHEN 'CARTES.DAT'
                    MOVE 65 TO WS-LG-LIGNE
                 WHEN 'STANDORD.DAT'
                    MOVE 83 TO WS-LG-LIGNE
                 WHEN OTHER
                    MOVE FUNCTION STORED-CHAR-LENGTH(GEN-LIGNE)
                      TO WS-LG-LIGNE
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              MOVE GEN-LIGNE(1:19) TO COMPTESFILE-RECORD
              WRITE COMPTESFILE-RECORD
              READ FICHIER-GEN
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              MOVE GEN-LIGNE(1:65) TO CARTES-RECORD
              WRITE CARTES-RECORD
              READ FICHIER-GEN
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              MOVE GEN-LIGNE(1:83) TO STANDORD-RECORD
              WRITE STANDORD-RECORD
              READ FICHIER-GEN
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
