      *>     confrontee a son registre de controle COMMERCCTL.DAT
      *>     (net paye = net controle, brut = net + commission) et
      *>     le brut remis est compare au brut effectivement
      *>     rapproche la nuit correspondante (CBRECONCTL.DAT) ;
      *>     brut = net + commission + impayes retenus, et les
      *>     impayes retenus au controle doivent egaler les
      *>     retenues justifiees par COMMERCIMP.DAT (impayes des
      *>     contestations ACHAT CB acceptees, imputes par
      *>     commercantbatch).
      *> Le rapport CBRECON.RPT liste les ecarts vieillis avec leur
      *> anciennete en jours et l'impact en argent par commercant,
      *> avant que la remise suivante ne parte. CBSETTLE.DAT est
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMERCCTL-STATUS.

           SELECT COMMERCIMP ASSIGN TO "COMMERCIMP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMERCIMP-STATUS.

           SELECT CBRECON-RPT ASSIGN TO "CBRECON.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       01 CBSETTLE-RECORD.
           05 CS-DATE            PIC X(10).
           05 CS-MONTANT         PIC 9(5)V99.
           05 CS-COMPTEID        PIC 9(5).

       FD CBRECONVTE.
       01 CBRECONVTE-RECORD.

       FD CBRECONDBT.
       01 CBRECONDBT-RECORD.
           05 RD-COMPTEID        PIC 9(5).
           05 RD-MONTANT         PIC 9(5)V99.
           05 RD-DATE            PIC X(10).
           05 RD-DATE-CONSTAT    PIC X(10).

       FD CBRECONDBTTMP.
       01 CBRECONDBTTMP-RECORD   PIC X(32).

       FD CBRECONCTL.
       01 CBRECONCTL-RECORD.
           05 CCT-COMMISSION     PIC 9(7)V99.
           05 CCT-NET            PIC 9(7)V99.
           05 CCT-DATE-REMISE    PIC X(10).
           05 CCT-IMPAYES        PIC 9(7)V99.

       FD COMMERCIMP.
       01 COMMERCIMP-RECORD.
           05 CIM-MAGASIN        PIC X(15).
           05 CIM-CONTESTID      PIC 9(10).
           05 CIM-MONTANT        PIC 9(7)V99.
           05 CIM-DATE-REMISE    PIC X(10).

       FD CBRECON-RPT.
       01 CBRECON-RPT-LINE       PIC X(120).
       01 WS-CBRECONCTL-STATUS  PIC X(2).
       01 WS-COMMERCREMIT-STATUS PIC X(2).
       01 WS-COMMERCCTL-STATUS  PIC X(2).
       01 WS-COMMERCIMP-STATUS  PIC X(2).
       01 WS-EOF-FICHIER        PIC X(3).
       01 WS-EOF-RECHERCHE      PIC X(3).

       01 WS-AGE-JOURS           PIC 9(5).
       01 WS-CONSTAT-NUM         PIC 9(8).
       01 WS-BRUT-ATTENDU        PIC 9(7)V99.
       01 WS-IMPAYES-JUSTIFIES   PIC 9(7)V99.
       01 WS-ECART               PIC S9(7)V99.

       01 TODAYS-DATE            PIC 9(8).
              EXIT PARAGRAPH
           END-IF.

      *>    controle ecrit avant les impayes commercants : zone vide
           IF CCT-IMPAYES IS NOT NUMERIC
              MOVE ZEROES TO CCT-IMPAYES
           END-IF.

           IF CRM-NET-A-PAYER NOT = CCT-NET
              OR CCT-BRUT NOT = CCT-NET + CCT-COMMISSION + CCT-IMPAYES
              ADD 1 TO WS-ECARTS-REMISE
              MOVE SPACES TO CBRECON-RPT-LINE
              STRING "REMISE INCOHERENTE    " CRM-MAGASIN
              WRITE CBRECON-RPT-LINE
           END-IF.

      *>    impayes retenus contre les retenues justifiees
           PERFORM 0590-IMPAYES-JUSTIFIES.
           IF WS-IMPAYES-JUSTIFIES NOT = CCT-IMPAYES
              ADD 1 TO WS-ECARTS-REMISE
              MOVE SPACES TO CBRECON-RPT-LINE
              STRING "IMPAYES NON JUSTIFIES " CRM-MAGASIN
                 " RETENUS " CCT-IMPAYES
                 " JUSTIFIES " WS-IMPAYES-JUSTIFIES
                 DELIMITED BY SIZE INTO CBRECON-RPT-LINE
              WRITE CBRECON-RPT-LINE
           END-IF.

       0580-BRUT-RAPPROCHE-DU-JOUR.
           MOVE ZEROES TO WS-BRUT-ATTENDU.
           MOVE 'NON' TO WS-EOF-RECHERCHE.
           END-PERFORM.
           CLOSE CBRECONCTL.

       0590-IMPAYES-JUSTIFIES.
           MOVE ZEROES TO WS-IMPAYES-JUSTIFIES.
           MOVE 'NON' TO WS-EOF-RECHERCHE.
           OPEN INPUT COMMERCIMP.
           IF WS-COMMERCIMP-STATUS NOT = "00"
              CLOSE COMMERCIMP
              EXIT PARAGRAPH
           END-IF.
           READ COMMERCIMP
              AT END MOVE 'OUI' TO WS-EOF-RECHERCHE
           END-READ.
           PERFORM UNTIL WS-EOF-RECHERCHE = 'OUI'
              IF CIM-MAGASIN = CRM-MAGASIN
                 AND CIM-DATE-REMISE = CRM-DATE
                 ADD CIM-MONTANT TO WS-IMPAYES-JUSTIFIES
              END-IF
              READ COMMERCIMP
                 AT END MOVE 'OUI' TO WS-EOF-RECHERCHE
              END-READ
           END-PERFORM.
           CLOSE COMMERCIMP.

      *> le brut rapproche de la nuit est inscrit au registre pour
      *> le controle de la remise qui partira tout a l'heure
       0600-INSCRIRE-RAPPROCHE.
