      *> destinataire que relevebatch avec ses FLYRFILE_<compteid>.
      *> Chaque frais y figure date et libelle, avec un sous-total
      *> par compte et le total general du client, pret a joindre au
      *> releve. Les libelles du releve suivent la langue du client
      *> (module textelang, gabarits FRAISREL de TEXTES.DAT), en
      *> francais a defaut. Un client dont l'adresse courante est
      *> marquee NPAI (courrier revenu, voir npaicourrier) n'a pas
      *> de releve a joindre au papier : le sien est ecrit sous
      *> FRAISRETENU_<idclient>.RPT et inscrit au courrier retenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD FEESLEDG.
       01 FEE-LEDGER-RECORD.
           05 FL-TYPEOP      PIC X(25).
           05 FL-MONTANT     PIC S9(9)V99.
           05 FL-DATE        PIC X(10).
           05 FL-COMPTEID    PIC 9(5).
           05 FL-IDCLIENT    PIC 9(5).

       FD FRAISRELPARM.
       01 FRAISRELPARM-RECORD.
      *> client puis compte par compte pour l'edition
       01 WS-FEES-TABLE.
           05 WS-FE-ENTRY OCCURS 500 TIMES.
              10 WS-FE-IDCLIENT      PIC 9(5).
              10 WS-FE-COMPTEID      PIC 9(5).
              10 WS-FE-TYPEOP        PIC X(25).
              10 WS-FE-MONTANT       PIC S9(9)V99.
              10 WS-FE-DATE          PIC X(10).
              10 WS-FE-EDITE         PIC X(3).
       01 WS-FEES-COUNT          PIC 9(4) VALUE 0.
       01 WS-JDX                 PIC 9(4).
       01 WS-KDX                 PIC 9(4).

       01 WS-CUR-CLIENT          PIC 9(5).
       01 WS-CUR-COMPTE          PIC 9(5).
       01 WS-SSTOTAL-COMPTE      PIC S9(9)V99.
       01 WS-TOTAL-CLIENT        PIC S9(9)V99.
       01 WS-CLIENTS-EDITES      PIC 9(4) VALUE 0.
       01 WS-CLIENTS-RETENUS     PIC 9(4) VALUE 0.

      *> adresse revenue NPAI : releve retenu, voir npaicourrier
       01 WS-NPA-ACTION          PIC X(1).
       01 WS-NPA-DOCUMENT        PIC X(8) VALUE 'FRAISREL'.
       01 WS-NPA-REFERENCE       PIC X(40).
       01 WS-NPA-LIGNE           PIC X(100).
       01 WS-CLIENT-NPAI         PIC X(3).

       01 WS-RPT-DETAIL.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RPT-TYPEOP         PIC X(25).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RPT-MONTANT        PIC -(9)9.99.

       01 RPT-COMPTEID           PIC ZZZZ9.
       01 RPT-SSTOTAL            PIC -(9)9.99.
       01 RPT-TOTAL              PIC -(9)9.99.

      *> libelles dans la langue du client, voir textelang
       01 WS-TL-DOCUMENT         PIC X(8) VALUE 'FRAISREL'.
       01 WS-TL-CODE             PIC X(8).
       01 WS-TL-VAL1             PIC X(20).
       01 WS-TL-VAL2             PIC X(20).
       01 WS-TL-VAL3             PIC X(20) VALUE SPACES.
       01 WS-TL-VAL4             PIC X(20) VALUE SPACES.
       01 WS-TL-LANGUE           PIC X(2).
       01 WS-TL-TEXTE            PIC X(100).
       01 WS-LIB-COMPTE          PIC X(100).
       01 WS-LIB-SSTOTAL         PIC X(100).
       01 WS-LIB-TOTAL           PIC X(100).


      *> date de traitement officielle servie par le registre

           DISPLAY "Mois arrete     : " WS-FILTER-MOIS.
           DISPLAY "Releves de frais: " WS-CLIENTS-EDITES.
           DISPLAY "Dont retenus    : " WS-CLIENTS-RETENUS.

           GOBACK.

           ADD 1 TO WS-CLIENTS-EDITES.
           MOVE ZEROES TO WS-TOTAL-CLIENT.

           MOVE 'T' TO WS-NPA-ACTION.
           CALL 'npaicourrier' USING WS-NPA-ACTION, WS-CUR-CLIENT,
              WS-NPA-DOCUMENT, WS-NPA-REFERENCE, WS-NPA-LIGNE,
              WS-CLIENT-NPAI.

           INITIALIZE WS-OUTPUT-FILENAME.
           IF WS-CLIENT-NPAI = 'OUI'
              STRING "FRAISRETENU_" WS-CUR-CLIENT ".RPT"
                 DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
           ELSE
              STRING "FRAISRELEVE_" WS-CUR-CLIENT ".RPT"
                 DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
           END-IF.
           OPEN OUTPUT FRAISRELEVE.

           PERFORM 0420-LIBELLES-DU-CLIENT.
           MOVE SPACES TO WS-TL-TEXTE.
           STRING "RELEVE DE FRAIS - CLIENT " WS-CUR-CLIENT
              " - MOIS " WS-FILTER-MOIS
              DELIMITED BY SIZE INTO WS-TL-TEXTE.
           MOVE 'TITRE' TO WS-TL-CODE.
           MOVE WS-CUR-CLIENT TO WS-TL-VAL1.
           MOVE WS-FILTER-MOIS TO WS-TL-VAL2.
           PERFORM 0430-TRADUIRE.
           MOVE WS-TL-TEXTE TO FRAISRELEVE-LINE.
           WRITE FRAISRELEVE-LINE.

      *>    comptes du client, dans l'ordre de premiere rencontre
           END-PERFORM.

           MOVE WS-TOTAL-CLIENT TO RPT-TOTAL.
           MOVE SPACES TO FRAISRELEVE-LINE.
           STRING FUNCTION TRIM(WS-LIB-TOTAL) " " RPT-TOTAL
              DELIMITED BY SIZE INTO FRAISRELEVE-LINE.
           WRITE FRAISRELEVE-LINE.

           CLOSE FRAISRELEVE.

           IF WS-CLIENT-NPAI = 'OUI'
              ADD 1 TO WS-CLIENTS-RETENUS
              MOVE 'A' TO WS-NPA-ACTION
              MOVE WS-OUTPUT-FILENAME TO WS-NPA-REFERENCE
              MOVE SPACES TO WS-NPA-LIGNE
              STRING "RELEVE DE FRAIS " WS-FILTER-MOIS
                 " RETENU, ADRESSE NPAI"
                 DELIMITED BY SIZE INTO WS-NPA-LIGNE
              CALL 'npaicourrier' USING WS-NPA-ACTION, WS-CUR-CLIENT,
                 WS-NPA-DOCUMENT, WS-NPA-REFERENCE, WS-NPA-LIGNE,
                 WS-CLIENT-NPAI
           END-IF.

      *> libelles fixes du releve, charges une fois par client
       0420-LIBELLES-DU-CLIENT.
           MOVE SPACES TO WS-TL-VAL1.
           MOVE SPACES TO WS-TL-VAL2.
           MOVE 'COMPTE' TO WS-TL-CODE.
           MOVE 'COMPTE :' TO WS-TL-TEXTE.
           PERFORM 0430-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-LIB-COMPTE.
           MOVE 'SSTOTAL' TO WS-TL-CODE.
           MOVE '  SOUS-TOTAL COMPTE :' TO WS-TL-TEXTE.
           PERFORM 0430-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-LIB-SSTOTAL.
           MOVE 'TOTAL' TO WS-TL-CODE.
           MOVE 'TOTAL FRAIS CLIENT :' TO WS-TL-TEXTE.
           PERFORM 0430-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-LIB-TOTAL.

       0430-TRADUIRE.
           CALL 'textelang' USING WS-CUR-CLIENT, WS-TL-DOCUMENT,
              WS-TL-CODE, WS-TL-VAL1, WS-TL-VAL2, WS-TL-VAL3,
              WS-TL-VAL4, WS-TL-LANGUE, WS-TL-TEXTE.

       0450-EDITER-UN-COMPTE.
           MOVE ZEROES TO WS-SSTOTAL-COMPTE.

           MOVE WS-CUR-COMPTE TO RPT-COMPTEID.
           MOVE SPACES TO FRAISRELEVE-LINE.
           STRING FUNCTION TRIM(WS-LIB-COMPTE) " " RPT-COMPTEID
              DELIMITED BY SIZE INTO FRAISRELEVE-LINE.
           WRITE FRAISRELEVE-LINE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           END-PERFORM.

           MOVE WS-SSTOTAL-COMPTE TO RPT-SSTOTAL.
           MOVE SPACES TO FRAISRELEVE-LINE.
           STRING "  " FUNCTION TRIM(WS-LIB-SSTOTAL) RPT-SSTOTAL
              DELIMITED BY SIZE INTO FRAISRELEVE-LINE.
           WRITE FRAISRELEVE-LINE.

       END PROGRAM fraisrelevebatch.
