      *>     de controle OPSARCH.RPT.
      *> historiqueopbatch sait ensuite relire ces archives quand sa
      *> plage de dates plonge dans les annees archivees.
      *> Le journal structure OPJOURNAL.DAT n'est pas touche ici (il
      *> ne porte que les lignes pas encore appliquees, retronque
      *> par genersqlapply) ; son compagnon indexe OPJINDEX.DAT est
      *> recompte contre lui en fin de passage (module opjindex,
      *> action 'C') et reconstruit s'il manque ou s'en ecarte, pour
      *> que la purge annuelle ne laisse pas les lecteurs par compte
      *> sur un index perime. L'etat part dans OPSARCH.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD OPSARCH.
       01 OPSARCH-RECORD.
           05 OA-IDOPERATION     PIC 9(3).
           05 OA-COMPTEID        PIC 9(5).
           05 OA-IDCLIENT        PIC 9(5).
           05 OA-MONTANT         PIC 9(8)V99.
           05 OA-DATE-OP         PIC X(10).
           05 OA-LIBELLE         PIC X(50).
       01 WS-ARCHIVE-OUVERTE    PIC X(4) VALUE SPACES.

       01 WS-EOF-ROSTER         PIC X(3) VALUE 'NON'.
       01 WS-CURRENT-IDCLIENT   PIC 9(5).
       01 WS-CURRENT-IDOPERATION PIC 9(3).
       01 WS-NO-MORE-OPS        PIC X(3).

      *> totaux de controle par COMPTEID
       01 WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 200 TIMES.
              10 WS-CTL-COMPTEID     PIC 9(5).
              10 WS-CTL-NB           PIC 9(5).
              10 WS-CTL-MONTANT      PIC 9(9)V99.
       01 WS-CTL-COUNT          PIC 9(4) VALUE 0.

       01 WS-ARCHIVEES          PIC 9(5) VALUE 0.

      *> controle du compagnon indexe du journal
       01 WS-OX-ACTION          PIC X VALUE 'C'.
       01 WS-OX-LIGNE           PIC X(117) VALUE SPACES.
       01 WS-OX-ETAT            PIC X(12).
       01 WS-OX-NB-JOURNAL      PIC 9(9).
       01 WS-OX-NB-INDEX        PIC 9(9).

      *> restart/checkpoint sequence number, see 0320-NEXT-SQL-SEQ
       01 WS-SQL-SEQ-NR          PIC 9(10) VALUE ZEROES.


       01 WS-RPT-DETAIL.
           05 FILLER             PIC X(12) VALUE 'COMPTE ID : '.
           05 RPT-COMPTEID       PIC ZZZZ9.
           05 FILLER             PIC X(14) VALUE '  ARCHIVEES : '.
           05 RPT-NB             PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE '  MONTANT: '.
           CLOSE GENERUPDATE.
           PERFORM 0800-FERMER-ARCHIVE.

           CALL 'opjindex' USING WS-OX-ACTION, WS-OX-LIGNE,
              WS-OX-ETAT, WS-OX-NB-JOURNAL, WS-OX-NB-INDEX.

           PERFORM 0700-ECRIRE-RAPPORT.

           DISPLAY "Seuil de retention : " WS-RETENTION-MOIS " mois".
              AT END MOVE 'OUI' TO WS-EOF-ROSTER
           END-READ.
           PERFORM UNTIL WS-EOF-ROSTER = 'OUI'
              MOVE ROSTER-LINE(1:5) TO WS-CURRENT-IDCLIENT
              PERFORM 0350-PARCOURIR-OPERATIONS
              READ CLIENTROSTER
                 AT END MOVE 'OUI' TO WS-EOF-ROSTER
              "  SEUIL: " WS-CUTOFF-ISO
              DELIMITED BY SIZE INTO OPSARCH-RPT-LINE.
           WRITE OPSARCH-RPT-LINE.

           MOVE SPACES TO OPSARCH-RPT-LINE.
           STRING "INDEX DU JOURNAL: " WS-OX-ETAT
              "  JOURNAL: " WS-OX-NB-JOURNAL
              "  INDEX: " WS-OX-NB-INDEX
              DELIMITED BY SIZE INTO OPSARCH-RPT-LINE.
           WRITE OPSARCH-RPT-LINE.
           CLOSE OPSARCH-RPT.

       END PROGRAM opsarchivebatch.
