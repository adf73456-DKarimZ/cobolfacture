      *> nom unique (FLYRFILE_<compteid>.HTML) afin que les releves
      *> de fin de mois puissent partir pour tous les clients en un
      *> seul lancement plutot qu'a la main compte par compte.
      *> Chaque releve a poster est inscrit a la liste de mise sous
      *> pli RELEVEPOSTE.DAT (periode, client, compte, fichier,
      *> adresse) ; un client dont l'adresse courante est marquee
      *> NPAI (courrier revenu) n'y figure pas : son releve reste
      *> a l'archive et consultable a l'ecran, et il est inscrit au
      *> courrier retenu par npaicourrier.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RELEVEFORCE-STATUS.

      *> liste de mise sous pli des releves papier de la periode
           SELECT RELEVEPOSTE ASSIGN TO "RELEVEPOSTE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RELEVEPOSTE-STATUS.

      *> rapport final du passage : releves produits ce passage et
      *> releves deja couverts par un passage precedent
           SELECT RELEVERUN-RPT ASSIGN TO "RELEVERUN.RPT"

       FD RELEVEIDX.
       01 RELEVEIDX-RECORD.
           05 RIX-IDCLIENT       PIC 9(5).
           05 RIX-COMPTEID       PIC 9(5).
           05 RIX-PERIODE        PIC X(6).
           05 RIX-FILENAME       PIC X(40).

       FD RELEVEPOSTE.
       01 RELEVEPOSTE-RECORD.
           05 RPO-PERIODE        PIC X(6).
           05 RPO-IDCLIENT       PIC 9(5).
           05 RPO-COMPTEID       PIC 9(5).
           05 RPO-FILENAME       PIC X(40).
           05 RPO-ADRESSE        PIC X(132).

       FD RELEVE-CKP.
       01 RELEVE-CKP-RECORD.
           05 CKP-PERIODE        PIC X(6).
           05 CKP-DERNIER-COMPTEID PIC 9(5).
           05 CKP-COMPLET        PIC X(3).

       FD RELEVEFORCE.

       FD RELEVEPREF.
       01 RELEVEPREF-RECORD.
           05 RP-IDCLIENT        PIC 9(5).
           05 RP-FLAG-CSV        PIC X(3).

       FD RELEVECSV.

       FD ADRESSES.
       01 ADRESSES-RECORD.
           05 ADR-IDCLIENT       PIC 9(5).
           05 ADR-LIGNE1         PIC X(30).
           05 ADR-CODEPOSTAL     PIC X(5).
           05 ADR-VILLE          PIC X(20).
           05 ADR-EMAIL          PIC X(40).
           05 ADR-DATE-DEBUT     PIC X(10).
           05 ADR-DATE-FIN       PIC X(10).
           05 ADR-NPAI           PIC X(3).
           05 ADR-NPAI-DATE      PIC X(10).

       WORKING-STORAGE SECTION.

      *EXEC SQL BEGIN DECLARE SECTION END-EXEC.

        01 HV-CLIENT.
           05 HV-CLIENT-ID            PIC S9(5) COMP-3.
           05 HV-CLIENT-NOM           PIC X(20).
           05 HV-CLIENT-PRENOM        PIC X(20).
           05 HV-CLIENT-RSOCIALE      PIC X(20).
           05 HV-CLIENT-EXTERNE       PIC S9 COMP-3.

        01 HV-COMPTE.
           05 HV-COMPTE-ID            PIC S9(5) COMP-3.
           05 HV-COMPTE-IBAN          PIC X(50).
           05 HV-COMPTE-DTOUV         PIC X(14).
           05 HV-COMPTE-SOLDE         PIC S9(6)V99 PACKED-DECIMAL.
           05 HV-CLIENT-ID2           PIC S9(5) COMP-3.

        01 HV-OPERATIONS.
           05 HV-LIBELLE-OP           PIC X(30).
      *> detecter le changement de compte dans le flux de lignes et
      *> separer les comptes dans des PRINTFILE.DAT/FLYRFILE.HTML
      *> distincts
       01 WS-CUR-COMPTEID             PIC 9(5).
       01 WS-PREV-COMPTEID            PIC 9(5) VALUE 0.
       01 WS-HAVE-OPEN-ACCOUNT        PIC X(3) VALUE 'NON'.

      *> nom unique du fichier HTML passe a relevehtml pour le
       01 WS-EOF-ADRESSES             PIC X(3) VALUE 'NON'.
       01 WS-ADR-TABLE.
           05 WS-ADR-ENTRY OCCURS 200 TIMES.
              10 WS-ADR-IDCLIENT      PIC 9(5).
              10 WS-ADR-BLOC          PIC X(132).
              10 WS-ADR-NPAI          PIC X(3).
       01 WS-ADR-COUNT                PIC 9(4) VALUE 0.
       01 WS-ADR-IDX                  PIC 9(4).
       01 WS-ADRESSE-BLOC             PIC X(132).
       01 WS-PREV-CLIENTID            PIC 9(5) VALUE 0.

      *> releve papier ou courrier retenu (adresse marquee NPAI)
       01 WS-RELEVEPOSTE-STATUS       PIC X(2).
       01 WS-CLIENT-NPAI              PIC X(3).
       01 WS-RETENUS-NPAI             PIC 9(5) VALUE 0.
       01 WS-NPA-ACTION               PIC X(1).
       01 WS-NPA-DOCUMENT             PIC X(8) VALUE 'RELEVE'.
       01 WS-NPA-REFERENCE            PIC X(40).
       01 WS-NPA-LIGNE                PIC X(100).

      *> periode du passage (AAAAMM), estampillee dans le nom de
      *> chaque releve archive et dans l'index
       01 WS-CSV-FILENAME             PIC X(40).
       01 WS-PREF-TABLE.
           05 WS-PREF-ENTRY OCCURS 200 TIMES.
              10 WS-PREF-IDCLIENT     PIC 9(5).
              10 WS-PREF-FLAG-CSV     PIC X(3).
       01 WS-PREF-COUNT               PIC 9(4) VALUE 0.
       01 WS-PREF-IDX                 PIC 9(4).
       01 WS-CSV-MONTANT-AFF          PIC -(6)9.99.
       01 WS-CSV-SOLDE-AFF            PIC -(6)9.99.

      *> etiquettes des lignes CSV dans la langue du client (module
      *> textelang, gabarits RELEVCSV de TEXTES.DAT)
       01 WS-TL-DOCUMENT              PIC X(8) VALUE 'RELEVCSV'.
       01 WS-TL-CODE                  PIC X(8).
       01 WS-TL-VAL1                  PIC X(20) VALUE SPACES.
       01 WS-TL-VAL2                  PIC X(20) VALUE SPACES.
       01 WS-TL-VAL3                  PIC X(20) VALUE SPACES.
       01 WS-TL-VAL4                  PIC X(20) VALUE SPACES.
       01 WS-TL-LANGUE                PIC X(2).
       01 WS-TL-TEXTE                 PIC X(100).
       01 WS-CSV-LIB-ENTETE           PIC X(20).
       01 WS-CSV-LIB-OPERATION        PIC X(20).
       01 WS-CSV-LIB-PIED             PIC X(20).

      *> reprise par point de controle : un compte deja couvert par
      *> un passage precedent de la meme periode est saute
       01 WS-RELEVE-CKP-STATUS        PIC X(2).
       01 WS-RELEVEFORCE-STATUS       PIC X(2).
       01 WS-CKP-PERIODE              PIC X(6) VALUE SPACES.
       01 WS-CKP-DERNIER              PIC 9(5) VALUE ZEROES.
       01 WS-CKP-COMPLET              PIC X(3) VALUE 'NON'.
       01 WS-FORCE                    PIC X(3) VALUE 'NON'.
       01 WS-EDITES-CE-PASSAGE        PIC 9(5) VALUE 0.
       01 WS-COUVERTS-AVANT           PIC 9(5) VALUE 0.
       01 WS-DERNIER-SAUTE            PIC 9(5) VALUE ZEROES.


      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
              "  DEJA COUVERTS: " WS-COUVERTS-AVANT
              DELIMITED BY SIZE INTO RELEVERUN-RPT-LINE.
           WRITE RELEVERUN-RPT-LINE.
           MOVE SPACES TO RELEVERUN-RPT-LINE.
           STRING "RELEVES RETENUS (ADRESSE NPAI) CE PASSAGE: "
              WS-RETENUS-NPAI
              DELIMITED BY SIZE INTO RELEVERUN-RPT-LINE.
           WRITE RELEVERUN-RPT-LINE.
           CLOSE RELEVERUN-RPT.

      *>    trace du passage au grand livre des batchs
              FUNCTION TRIM(ADR-VILLE) ' '
              FUNCTION TRIM(ADR-PAYS)
              DELIMITED BY SIZE INTO WS-ADR-BLOC(WS-ADR-IDX).
           IF ADR-NPAI = 'OUI'
              MOVE 'OUI' TO WS-ADR-NPAI(WS-ADR-IDX)
           ELSE
              MOVE 'NON' TO WS-ADR-NPAI(WS-ADR-IDX)
           END-IF.

       0155-READ-CHECKPOINT.
           OPEN INPUT RELEVE-CKP.
      *>    bloc adresse du titulaire, imprime en tete du releve par
      *>    relevehtml (a blanc si le client n'a pas d'adresse)
           MOVE SPACES TO WS-ADRESSE-BLOC.
           MOVE 'NON' TO WS-CLIENT-NPAI.
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
              UNTIL WS-ADR-IDX > WS-ADR-COUNT
              IF WS-ADR-IDCLIENT(WS-ADR-IDX) = WS-PREV-CLIENTID
                 MOVE WS-ADR-BLOC(WS-ADR-IDX) TO WS-ADRESSE-BLOC
                 MOVE WS-ADR-NPAI(WS-ADR-IDX) TO WS-CLIENT-NPAI
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           CALL 'relevehtml' USING WS-OUTPUT-FILENAME,
              WS-ADRESSE-BLOC, WS-PREV-CLIENTID.

      *>    papier : mise sous pli, sauf adresse revenue NPAI
           PERFORM 0455-POSTER-OU-RETENIR.

      *>    export CSV en plus du HTML pour les clients qui ont opte
      *>    pour la remise comptable (RELEVEPREF.DAT)
           MOVE WS-PREV-COMPTEID TO WS-CKP-DERNIER.
           PERFORM 0157-WRITE-CHECKPOINT.

       0455-POSTER-OU-RETENIR.
           IF WS-CLIENT-NPAI = 'OUI'
              ADD 1 TO WS-RETENUS-NPAI
              MOVE 'A' TO WS-NPA-ACTION
              MOVE WS-OUTPUT-FILENAME TO WS-NPA-REFERENCE
              MOVE SPACES TO WS-NPA-LIGNE
              STRING "RELEVE " WS-PERIODE " COMPTE " WS-PREV-COMPTEID
                 " RETENU, ADRESSE NPAI : " WS-ADRESSE-BLOC
                 DELIMITED BY SIZE INTO WS-NPA-LIGNE
              CALL 'npaicourrier' USING WS-NPA-ACTION,
                 WS-PREV-CLIENTID, WS-NPA-DOCUMENT, WS-NPA-REFERENCE,
                 WS-NPA-LIGNE, WS-CLIENT-NPAI
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND RELEVEPOSTE.
           IF WS-RELEVEPOSTE-STATUS = "35"
              CLOSE RELEVEPOSTE
              OPEN OUTPUT RELEVEPOSTE
           END-IF.
           MOVE WS-PERIODE TO RPO-PERIODE.
           MOVE WS-PREV-CLIENTID TO RPO-IDCLIENT.
           MOVE WS-PREV-COMPTEID TO RPO-COMPTEID.
           MOVE WS-OUTPUT-FILENAME TO RPO-FILENAME.
           MOVE WS-ADRESSE-BLOC TO RPO-ADRESSE.
           WRITE RELEVEPOSTE-RECORD.
           CLOSE RELEVEPOSTE.

       0460-EXPORT-CSV-SI-VOULU.
           MOVE 'NON' TO WS-CSV-VOULU.
           PERFORM VARYING WS-PREF-IDX FROM 1 BY 1
           STRING "RELEVE-" WS-PERIODE "-" WS-PREV-COMPTEID ".CSV"
              DELIMITED BY SIZE INTO WS-CSV-FILENAME.
           OPEN OUTPUT RELEVECSV.
           PERFORM 0470-LIBELLES-CSV.

      *>    solde d'ouverture reconstruit : solde de cloture moins la
      *>    somme signee des operations de la periode

           MOVE SPACES TO RELEVECSV-LINE.
           MOVE WS-CSV-SOLDE-OUVERTURE TO WS-CSV-SOLDE-AFF.
           STRING FUNCTION TRIM(WS-CSV-LIB-ENTETE) ";"
              FUNCTION TRIM(WS-CSV-IBAN)
              ";" WS-PERIODE ";" WS-CSV-SOLDE-AFF
              DELIMITED BY SIZE INTO RELEVECSV-LINE.
           WRITE RELEVECSV-LINE.
              MOVE WS-CSV-SOLDE-COURANT TO WS-CSV-SOLDE-AFF
              MOVE SPACES TO RELEVECSV-LINE
              STRING WS-CSVOP-DATE(WS-CSVOP-IDX)
                 ";" FUNCTION TRIM(WS-CSV-LIB-OPERATION) ";"
                 FUNCTION TRIM(WS-CSVOP-LIBELLE(WS-CSVOP-IDX))
                 ";" WS-CSV-MONTANT-AFF
                 ";EUR;" WS-CSV-SOLDE-AFF

           MOVE SPACES TO RELEVECSV-LINE.
           MOVE WS-CSV-SOLDE-CLOTURE TO WS-CSV-SOLDE-AFF.
           STRING FUNCTION TRIM(WS-CSV-LIB-PIED) ";" WS-CSVOP-COUNT
              ";" WS-CSV-SOLDE-AFF
              DELIMITED BY SIZE INTO RELEVECSV-LINE.
           WRITE RELEVECSV-LINE.

           CLOSE RELEVECSV.

      *> etiquettes ENTETE / OPERATION / PIED dans la langue du
      *> titulaire, les etiquettes francaises sans gabarit
       0470-LIBELLES-CSV.
           MOVE 'ENTETE' TO WS-TL-CODE.
           MOVE 'ENTETE' TO WS-TL-TEXTE.
           PERFORM 0475-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-CSV-LIB-ENTETE.
           MOVE 'OPERATIO' TO WS-TL-CODE.
           MOVE 'OPERATION' TO WS-TL-TEXTE.
           PERFORM 0475-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-CSV-LIB-OPERATION.
           MOVE 'PIED' TO WS-TL-CODE.
           MOVE 'PIED' TO WS-TL-TEXTE.
           PERFORM 0475-TRADUIRE.
           MOVE WS-TL-TEXTE TO WS-CSV-LIB-PIED.

       0475-TRADUIRE.
           CALL 'textelang' USING WS-PREV-CLIENTID, WS-TL-DOCUMENT,
              WS-TL-CODE, WS-TL-VAL1, WS-TL-VAL2, WS-TL-VAL3,
              WS-TL-VAL4, WS-TL-LANGUE, WS-TL-TEXTE.

       0220-CLOSE-CURSOR.

      *EXEC SQL CLOSE ALLCLICOMPTECUR
