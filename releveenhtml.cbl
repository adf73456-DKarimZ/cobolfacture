      -    "15px;}.tab{border-bottom: 0px;
      -    "border-right: 0px; border-left:0px;}
      -     "#footer{text-align:center;font-size:larger;}</style></
      -    "head><body><div id=""title""><h1>".
       1 HTMLTITLEEND      pic x(11) value "</h1></div>".
       1 HTMLTABLESTART    pic x(100) value "<table class=""tab"">
      -    "<tr><td colspan
      -    "=3>".
       1 HTMLPRICE       pic x(95) value """></td></tr> <tr><td class=
      -    """price"">".
       1 HTMLDISCOUNT      pic x(32) value "</td><td><span class=""disco
      -    "unt"">".
       1 HTMLPRODUCT       pic x(35) value "</span><br><span class=""pro
      -    "duct"">".
       1 HTMLOLDPRICE      pic x(12) value "<br> Solde: ".
      -    "</div>".
       1 HTMLFLYERFOOTER   pic x(20) value "<div id=""footer""><p>".
       1 HTMLFOOTER        pic x(24) value "</p></div></body></html>".
       1 HTMLIBANLINE       pic x(3) value "<p>".
       1 HTMLDTOUVLINE      pic x(7) value "</p><p>".
       1 HTMLIBANEND        pic x(4) value "</p>".

      *> libelles du releve dans la langue du client (module
      *> textelang, gabarits RELEVE de TEXTES.DAT) ; le libelle
      *> francais d'origine sert quand aucun gabarit n'existe
       01  WS-TL-DOCUMENT           PIC X(8) VALUE 'RELEVE'.
       01  WS-TL-CODE               PIC X(8).
       01  WS-TL-VAL1               PIC X(20).
       01  WS-TL-VAL2               PIC X(20) VALUE SPACES.
       01  WS-TL-VAL3               PIC X(20) VALUE SPACES.
       01  WS-TL-VAL4               PIC X(20) VALUE SPACES.
       01  WS-TL-LANGUE             PIC X(2).
       01  WS-TL-TEXTE              PIC X(100).
       01  WS-LIB-TITRE             PIC X(100).
       01  WS-LIB-IBAN              PIC X(100).
       01  WS-LIB-OUVERT            PIC X(100).
       01  WS-LIB-DATE              PIC X(100).
       01  WS-LIB-EDITE             PIC X(100).
       01  WS-LIB-SOLDE             PIC X(100).
       01  WS-EDITE-LE              PIC X(10).


       LINKAGE SECTION.
       01  L-OUTPUT-FILENAME         PIC X(40).
      *> depuis ADRESSES.DAT et imprime en tete du releve ; a blanc,
      *> le releve sort comme avant
       01  L-ADRESSE                 PIC X(132).
      *> titulaire du releve, pour la langue des libelles
       01  L-IDCLIENT                PIC 9(5).

       PROCEDURE DIVISION USING L-OUTPUT-FILENAME, L-ADRESSE,
           L-IDCLIENT.

           IF L-OUTPUT-FILENAME NOT = SPACES
              MOVE L-OUTPUT-FILENAME TO WS-FLYER-FILENAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
           COMPUTE  TODAYS-DATE-INT  =
              FUNCTION INTEGER-OF-DATE(TODAYS-DATE )
           MOVE FUNCTION FORMATTED-DATE ("YYYY-MM-DD" TODAYS-DATE-INT)
              TO WS-EDITE-LE
           PERFORM 0900-CHARGER-LIBELLES

           OPEN OUTPUT FLYER
           INITIALIZE  FLYER-FILE
              STRING HTMLHEADER1  HTMLHEADER2  HTMLHEADER3
                 FUNCTION TRIM(WS-LIB-TITRE) HTMLTITLEEND
                 DELIMITED BY SIZE INTO FLYER-FILE
           WRITE FLYER-FILE.

           END-IF.

           INITIALIZE FLYER-FILE
           STRING HTMLIBANLINE FUNCTION TRIM(WS-LIB-IBAN) " "
              COMPTE-IBAN
              HTMLDTOUVLINE FUNCTION TRIM(WS-LIB-OUVERT) " "
              COMPTE-DTOUV HTMLIBANEND
              DELIMITED BY SIZE INTO FLYER-FILE
           WRITE FLYER-FILE.

                 
                    STRING
                      HTMLTABLESTART  HTMLPRODUCT LIBELLE-OP  HTMLPRICE
                      "$" MONTANT-OP HTMLDISCOUNT
                      FUNCTION TRIM(WS-LIB-DATE) " " DATE-OP
                      HTMLTABLEEND 
                      DELIMITED BY SIZE
                  INTO FLYER-FILE
           END-IF 

           STRING
              FUNCTION TRIM(WS-LIB-EDITE)
              DELIMITED BY SIZE
              INTO FLYER-FILE 
           WRITE FLYER-FILE

           PERFORM 0910-LIBELLE-SOLDE
           STRING " " FUNCTION TRIM(WS-LIB-SOLDE)
            DELIMITED BY 
           SIZE INTO FLYER-FILE 
           WRITE FLYER-FILE
           CLOSE FLYER, DATAS

           GOBACK.

      *> chaque libelle part avec son texte francais d'origine ;
      *> textelang le remplace par le gabarit de la langue du client
      *> (%1 : date d'edition ou solde)
       0900-CHARGER-LIBELLES.
           MOVE SPACES TO WS-TL-VAL1
           MOVE 'TITRE' TO WS-TL-CODE
           MOVE "Releve d'operations" TO WS-TL-TEXTE
           PERFORM 0950-TRADUIRE
           MOVE WS-TL-TEXTE TO WS-LIB-TITRE

           MOVE 'IBAN' TO WS-TL-CODE
           MOVE "IBAN :" TO WS-TL-TEXTE
           PERFORM 0950-TRADUIRE
           MOVE WS-TL-TEXTE TO WS-LIB-IBAN

           MOVE 'OUVERT' TO WS-TL-CODE
           MOVE "Compte ouvert le :" TO WS-TL-TEXTE
           PERFORM 0950-TRADUIRE
           MOVE WS-TL-TEXTE TO WS-LIB-OUVERT

           MOVE 'DATEOP' TO WS-TL-CODE
           MOVE "date" TO WS-TL-TEXTE
           PERFORM 0950-TRADUIRE
           MOVE WS-TL-TEXTE TO WS-LIB-DATE

           MOVE 'EDITE' TO WS-TL-CODE
           MOVE WS-EDITE-LE TO WS-TL-VAL1
           MOVE SPACES TO WS-TL-TEXTE
           STRING "Relevé de compte édité le  " WS-EDITE-LE
              DELIMITED BY SIZE INTO WS-TL-TEXTE
           PERFORM 0950-TRADUIRE
           MOVE WS-TL-TEXTE TO WS-LIB-EDITE.

      *> le solde n'est connu qu'a la lecture des operations : le
      *> libelle est repris en fin de releve
       0910-LIBELLE-SOLDE.
           MOVE 'SOLDE' TO WS-TL-CODE
           MOVE COMPTE-SOLDE TO WS-TL-VAL1
           MOVE SPACES TO WS-TL-TEXTE
           STRING "VOTRE SOLDE EST DE $ " COMPTE-SOLDE " A "
              DELIMITED BY SIZE INTO WS-TL-TEXTE
           PERFORM 0950-TRADUIRE
           MOVE WS-TL-TEXTE TO WS-LIB-SOLDE.

       0950-TRADUIRE.
           CALL 'textelang' USING L-IDCLIENT, WS-TL-DOCUMENT,
              WS-TL-CODE, WS-TL-VAL1, WS-TL-VAL2, WS-TL-VAL3,
              WS-TL-VAL4, WS-TL-LANGUE, WS-TL-TEXTE.
       END PROGRAM relevehtml.
