       IDENTIFICATION DIVISION.
       PROGRAM-ID. attestdoc.
       AUTHOR. D.KISAMA.

      *> Documents de compte a la demande (meme style d'appel que
      *> soldedispo/refcheck), partages par l'ecran agence
      *> d'activity2banq et le libre service d'ACTIVITY2CLIENT :
      *>   R  releve d'identite bancaire : IBAN controle par
      *>      ibancheck (IBAN connu de l'appelant ou de la fiche
      *>      client, sinon compose par ibangen avec les codes
      *>      d'AGENCEPARM.DAT comme a l'ouverture), BIC et
      *>      domiciliation lus dans DOCPARM.DAT, titulaires ;
      *>   T  attestation de detention de compte : titulaires de
      *>      COMPTETITULAIRES.DAT (hors procuration), date
      *>      d'ouverture quand la file FICOBA la connait ;
      *>   S  attestation de solde a une date choisie : derniere
      *>      photo SOLDEHIST.DAT a cette date ou avant (solde de
      *>      fin de journee), jamais le solde courant.
      *> Un compte cloture (evenement CLOTURE de FICOBAEVT.DAT)
      *> n'a plus ni RIB ni attestation de detention ; son solde
      *> reste attestable a une date anterieure a la cloture.
      *> Au libre service (L-DEMANDEUR non nul) le demandeur doit
      *> etre titulaire du compte, une procuration ne suffit pas.
      *> Chaque document recoit le numero suivant du registre
      *> DOCREG.DAT (voir DOCREG.cpy) et une cle de controle, est
      *> ecrit dans DOC_<numero>.RPT puis inscrit au spool sous son
      *> propre nom (un document n'en remplace jamais un autre) ;
      *> la ligne du registre permet a l'agence de confirmer
      *> l'authenticite d'une piece presentee par un tiers.
      *> L-RESULTAT = OUI quand le document est emis, sinon NON et
      *> L-MESSAGE porte le motif.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-STATUS.

           SELECT SOLDEHIST ASSIGN TO "SOLDEHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOLDEHIST-STATUS.

           SELECT FICOBAEVT ASSIGN TO "FICOBAEVT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FICOBAEVT-STATUS.

           SELECT ADRESSES ASSIGN TO "ADRESSES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADRESSES-STATUS.

           SELECT AGENCEPARM ASSIGN TO "AGENCEPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGENCEPARM-STATUS.

           SELECT DOCPARM ASSIGN TO "DOCPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOCPARM-STATUS.

           SELECT DOCREG ASSIGN TO "DOCREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOCREG-STATUS.

           SELECT DOCUMENT ASSIGN TO WS-NOM-DOCUMENT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOCUMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

       FD FICOBAEVT.
           COPY "FICOBAEVT.cpy".

       FD ADRESSES.
       01 ADRESSES-RECORD.
           05 ADR-IDCLIENT       PIC 9(5).
           05 ADR-LIGNE1         PIC X(30).
           05 ADR-CODEPOSTAL     PIC X(5).
           05 ADR-VILLE          PIC X(20).
           05 ADR-PAYS           PIC X(20).
           05 ADR-TEL            PIC X(15).
           05 ADR-EMAIL          PIC X(40).
           05 ADR-DATE-DEBUT     PIC X(10).
           05 ADR-DATE-FIN       PIC X(10).

       FD AGENCEPARM.
       01 AGENCEPARM-RECORD.
           05 AGP-CODE-BANQUE    PIC 9(5).
           05 AGP-CODE-GUICHET   PIC 9(5).

      *> domiciliation imprimee sur les documents : nom de
      *> l'etablissement, BIC, adresse de l'agence
       FD DOCPARM.
       01 DOCPARM-RECORD.
           05 DP-ETABLISSEMENT   PIC X(40).
           05 DP-BIC             PIC X(11).
           05 DP-ADRESSE         PIC X(60).

       FD DOCREG.
           COPY "DOCREG.cpy".

       FD DOCUMENT.
       01 DOCUMENT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-TITULAIRES-STATUS   PIC X(2).
       01 WS-SOLDEHIST-STATUS    PIC X(2).
       01 WS-FICOBAEVT-STATUS    PIC X(2).
       01 WS-ADRESSES-STATUS     PIC X(2).
       01 WS-AGENCEPARM-STATUS   PIC X(2).
       01 WS-DOCPARM-STATUS      PIC X(2).
       01 WS-DOCREG-STATUS       PIC X(2).
       01 WS-DOCUMENT-STATUS     PIC X(2).
       01 WS-EOF                 PIC X(3).

       01 WS-NOM-DOCUMENT        PIC X(20).
       01 WS-TODAY-RAW           PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-HEURE               PIC X(6).

      *> domiciliation (DOCPARM.DAT), valeurs par defaut si absent
       01 WS-ETABLISSEMENT       PIC X(40)
              VALUE 'BANQUE - SERVICE CLIENTELE'.
       01 WS-BIC                 PIC X(11) VALUE 'BANQFRPPXXX'.
       01 WS-DOMICILIATION       PIC X(60) VALUE SPACES.

      *> codes de l'etablissement pour la composition de l'IBAN
       01 WS-CODE-BANQUE         PIC 9(5) VALUE 30077.
       01 WS-CODE-GUICHET        PIC 9(5) VALUE 00001.
       01 WS-NUMCOMPTE           PIC 9(11).
       01 WS-IBAN                PIC X(34).
       01 WS-IBAN-VALIDE         PIC X(3).
       01 WS-IBAN-IDX            PIC 9(2).
       01 WS-IBAN-GROUPE         PIC X(45).
       01 WS-IBAN-PTR            PIC 9(2).

      *> compte : devise, ouverture et cloture connues de la file
      *> FICOBA
       01 WS-DEVISE              PIC X(3).
       01 WS-DATE-OUVERTURE      PIC X(10).
       01 WS-DATE-CLOTURE        PIC X(10).

      *> titulaires du compte (hors procuration), nom lu par
      *> fcdatasclient
       01 WS-TI-TABLE.
           05 WS-TI-ENTRY OCCURS 10 TIMES.
              10 WS-TI-IDCLIENT      PIC 9(5).
              10 WS-TI-ROLE          PIC X(20).
              10 WS-TI-LIBELLE       PIC X(41).
       01 WS-TI-COUNT            PIC 9(2).
       01 WS-TI-IDX              PIC 9(2).
       01 WS-DEMANDEUR-TITULAIRE PIC X(3).
       01 WS-ADRESSE-LIGNE1      PIC X(30).
       01 WS-ADRESSE-LIGNE2      PIC X(45).

      *> photo de solde retenue pour l'attestation de solde
       01 WS-DATE-DEMANDEE       PIC X(10).
       01 WS-DATE-PHOTO          PIC X(10).
       01 WS-SOLDE-PHOTO         PIC S9(9)V99.
       01 WS-SOLDE-ED            PIC -(8)9.99.

      *> numerotation du registre et cle de controle
       01 WS-NUMERO              PIC 9(7).
       01 WS-CLE                 PIC 9(2).
       01 WS-CLE-CALCUL          PIC 9(15).
       01 WS-SPOOL-NOM           PIC X(20).
       01 WS-SPOOL-FICHIER       PIC X(20).
       01 WS-TITRE               PIC X(50).

      *> zones fcdatasclient (memes noms que circularbatch)
       01  L-CLIENT-ID               PIC S9(5).
       01  L-CLIENT-NOM              PIC X(20).
       01  L-CLIENT-PRENOM           PIC X(20).
       01  L-CLIENT-RSOCIALE         PIC X(20).
       01  L-CLIENT-TYPECLIENT       PIC X(20).
       01  L-CLIENT-EXTERNE          PIC 9.
       01  L-COMPTE-ID               PIC S9(5).
       01  L-COMPTE-IBAN             PIC X(25).
       01  L-COMPTE-DTOUV            PIC X(14).
       01  L-COMPTE-SOLDE            PIC 9(5)V99.
       01  L-COMPTE-CLIENTID         PIC S9(5).
       01  L-COMPTE-AGENCE           PIC X(10).

       LINKAGE SECTION.
        77 L-TYPE            PIC X(1).
        77 L-COMPTEID        PIC 9(5).
        77 L-DATE-SOLDE      PIC X(10).
        77 L-EMETTEUR        PIC X(8).
        77 L-DEMANDEUR       PIC 9(5).
        77 L-IBAN            PIC X(34).
        77 L-NUMERO          PIC 9(7).
        77 L-RESULTAT        PIC X(3).
        77 L-MESSAGE         PIC X(50).

       PROCEDURE DIVISION USING L-TYPE, L-COMPTEID, L-DATE-SOLDE,
           L-EMETTEUR, L-DEMANDEUR, L-IBAN, L-NUMERO, L-RESULTAT,
           L-MESSAGE.

       0100-MAIN-MPROCEDURE.
           MOVE 'NON' TO L-RESULTAT.
           MOVE SPACES TO L-MESSAGE.
           MOVE ZEROES TO L-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-RAW.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE.
           MOVE SPACES TO WS-TODAY-ISO.
           STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
              WS-TODAY-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-ISO.

           IF L-TYPE NOT = 'R' AND L-TYPE NOT = 'T'
              AND L-TYPE NOT = 'S'
              MOVE "Type de document R, T ou S" TO L-MESSAGE
              GOBACK
           END-IF.

           PERFORM 0200-LIRE-COMPTE.
           IF L-MESSAGE NOT = SPACES
              GOBACK
           END-IF.

           PERFORM 0250-OUVERTURE-CLOTURE.
           IF WS-DATE-CLOTURE NOT = SPACES
              AND L-TYPE NOT = 'S'
              STRING "Compte cloture le " WS-DATE-CLOTURE
                 DELIMITED BY SIZE INTO L-MESSAGE
              GOBACK
           END-IF.

           PERFORM 0300-CHARGER-TITULAIRES.
           IF WS-TI-COUNT = 0
              MOVE "Aucun titulaire connu pour ce compte"
                TO L-MESSAGE
              GOBACK
           END-IF.
           IF L-DEMANDEUR NOT = ZEROES
              AND WS-DEMANDEUR-TITULAIRE = 'NON'
              MOVE "Document reserve aux titulaires du compte"
                TO L-MESSAGE
              GOBACK
           END-IF.

           IF L-TYPE = 'S'
              PERFORM 0400-SOLDE-A-LA-DATE
              IF L-MESSAGE NOT = SPACES
                 GOBACK
              END-IF
           END-IF.

           PERFORM 0450-LIRE-DOCPARM.
           PERFORM 0500-IBAN-DU-COMPTE.
           IF WS-IBAN-VALIDE NOT = 'OUI'
              MOVE "IBAN du compte invalide : document non emis"
                TO L-MESSAGE
              GOBACK
           END-IF.

           PERFORM 0550-ADRESSE-TITULAIRE.
           PERFORM 0600-PROCHAIN-NUMERO.
           PERFORM 0700-ECRIRE-DOCUMENT.
           PERFORM 0800-INSCRIRE-REGISTRE.

           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NUMERO TO L-NUMERO.
           MOVE WS-IBAN TO L-IBAN.
           MOVE 'OUI' TO L-RESULTAT.
           STRING "Document " WS-NUMERO " emis (" WS-NOM-DOCUMENT
              ")"
              DELIMITED BY SIZE INTO L-MESSAGE.

           GOBACK.

      *> le compte doit exister dans COMPTES.DAT, qui donne sa
      *> devise
       0200-LIRE-COMPTE.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS NOT = "00"
              MOVE "Fichier des comptes indisponible" TO L-MESSAGE
              EXIT PARAGRAPH
           END-IF.
           MOVE L-COMPTEID TO CF-COMPTEID.
           READ COMPTESFILE
              INVALID KEY
                 MOVE "Compte inconnu" TO L-MESSAGE
              NOT INVALID KEY
                 MOVE CF-DEVISE TO WS-DEVISE
           END-READ.
           CLOSE COMPTESFILE.
           IF WS-DEVISE = SPACES
              MOVE 'EUR' TO WS-DEVISE
           END-IF.

      *> ouverture et cloture deposees dans la file FICOBA par
      *> 0228-OUVRIR-COMPTE et CLOTURE-COMPTE ; un compte ouvert
      *> avant la file n'a pas de date d'ouverture connue
       0250-OUVERTURE-CLOTURE.
           MOVE SPACES TO WS-DATE-OUVERTURE.
           MOVE SPACES TO WS-DATE-CLOTURE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FICOBAEVT.
           IF WS-FICOBAEVT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FICOBAEVT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF FE-COMPTEID = L-COMPTEID
                 IF FE-NATURE = 'OUVERTURE'
                    AND WS-DATE-OUVERTURE = SPACES
                    MOVE FE-DATE-EVT TO WS-DATE-OUVERTURE
                 END-IF
                 IF FE-NATURE = 'CLOTURE'
                    MOVE FE-DATE-EVT TO WS-DATE-CLOTURE
                 END-IF
              END-IF
              READ FICOBAEVT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FICOBAEVT.

      *> titulaires du compte : lecture sur la cle composee a partir
      *> du premier IDCLIENT du compte ; les procurations ne sont
      *> pas des titulaires et ne figurent pas sur les documents
       0300-CHARGER-TITULAIRES.
           MOVE 0 TO WS-TI-COUNT.
           MOVE 'NON' TO WS-DEMANDEUR-TITULAIRE.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE L-COMPTEID TO TIT-COMPTEID.
           MOVE ZEROES TO TIT-IDCLIENT.
           MOVE 'NON' TO WS-EOF.
           START TITULAIRES KEY IS NOT LESS THAN TIT-CLE
              INVALID KEY MOVE 'OUI' TO WS-EOF
           END-START.
           IF WS-EOF = 'NON'
              READ TITULAIRES NEXT RECORD
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-IF.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF TIT-COMPTEID NOT = L-COMPTEID
                 MOVE 'OUI' TO WS-EOF
              ELSE
                 IF TIT-ROLE(1:11) NOT = 'PROCURATION'
                    AND WS-TI-COUNT < 10
                    ADD 1 TO WS-TI-COUNT
                    MOVE TIT-IDCLIENT TO WS-TI-IDCLIENT(WS-TI-COUNT)
                    MOVE TIT-ROLE TO WS-TI-ROLE(WS-TI-COUNT)
                    IF TIT-IDCLIENT = L-DEMANDEUR
                       MOVE 'OUI' TO WS-DEMANDEUR-TITULAIRE
                    END-IF
                 END-IF
                 READ TITULAIRES NEXT RECORD
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE TITULAIRES.

           PERFORM VARYING WS-TI-IDX FROM 1 BY 1
              UNTIL WS-TI-IDX > WS-TI-COUNT
              PERFORM 0350-NOM-TITULAIRE
           END-PERFORM.

       0350-NOM-TITULAIRE.
           MOVE WS-TI-IDCLIENT(WS-TI-IDX) TO L-CLIENT-ID.
           MOVE SPACES TO L-CLIENT-NOM.
           MOVE SPACES TO L-CLIENT-PRENOM.
           MOVE SPACES TO L-CLIENT-RSOCIALE.
           MOVE SPACES TO L-COMPTE-IBAN.
           MOVE ZEROES TO L-COMPTE-ID.
           CALL 'fcdatasclient' USING
              L-CLIENT-ID, L-CLIENT-NOM, L-CLIENT-PRENOM,
              L-CLIENT-RSOCIALE, L-CLIENT-TYPECLIENT,
              L-CLIENT-EXTERNE, L-COMPTE-ID, L-COMPTE-IBAN,
              L-COMPTE-DTOUV, L-COMPTE-SOLDE, L-COMPTE-CLIENTID,
              L-COMPTE-AGENCE.
           MOVE SPACES TO WS-TI-LIBELLE(WS-TI-IDX).
           IF L-CLIENT-NOM = 'MODE DEGRADE'
              STRING "CLIENT " WS-TI-IDCLIENT(WS-TI-IDX)
                 DELIMITED BY SIZE INTO WS-TI-LIBELLE(WS-TI-IDX)
           ELSE
              IF L-CLIENT-RSOCIALE NOT = SPACES
                 MOVE L-CLIENT-RSOCIALE TO WS-TI-LIBELLE(WS-TI-IDX)
              ELSE
                 STRING FUNCTION TRIM(L-CLIENT-NOM) " "
                    FUNCTION TRIM(L-CLIENT-PRENOM)
                    DELIMITED BY SIZE INTO WS-TI-LIBELLE(WS-TI-IDX)
              END-IF
      *>       la fiche client porte l'IBAN de son compte principal :
      *>       il fait foi quand c'est le compte demande
              IF L-COMPTE-ID = L-COMPTEID
                 AND L-COMPTE-IBAN NOT = SPACES
                 AND L-IBAN = SPACES
                 MOVE L-COMPTE-IBAN TO L-IBAN
              END-IF
           END-IF.

      *> derniere photo de fin de journee a la date demandee ou
      *> avant ; une date future, ou posterieure a la cloture, est
      *> refusee
       0400-SOLDE-A-LA-DATE.
           MOVE L-DATE-SOLDE TO WS-DATE-DEMANDEE.
           IF WS-DATE-DEMANDEE = SPACES
              MOVE WS-TODAY-ISO TO WS-DATE-DEMANDEE
           END-IF.
           IF WS-DATE-DEMANDEE > WS-TODAY-ISO
              MOVE "Date de solde dans le futur" TO L-MESSAGE
              EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-CLOTURE NOT = SPACES
              AND WS-DATE-DEMANDEE NOT < WS-DATE-CLOTURE
              STRING "Compte cloture le " WS-DATE-CLOTURE
                 DELIMITED BY SIZE INTO L-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-DATE-PHOTO.
           MOVE ZEROES TO WS-SOLDE-PHOTO.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SOLDEHIST.
           IF WS-SOLDEHIST-STATUS = "00"
              READ SOLDEHIST
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF SH-COMPTEID = L-COMPTEID
                    AND SH-DATE NOT > WS-DATE-DEMANDEE
                    AND SH-DATE NOT < WS-DATE-PHOTO
                    MOVE SH-DATE TO WS-DATE-PHOTO
                    MOVE SH-SOLDE TO WS-SOLDE-PHOTO
                    IF SH-DEVISE NOT = SPACES
                       MOVE SH-DEVISE TO WS-DEVISE
                    END-IF
                 END-IF
                 READ SOLDEHIST
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE SOLDEHIST
           END-IF.
           IF WS-DATE-PHOTO = SPACES
              MOVE "Aucun solde historise a cette date" TO L-MESSAGE
           END-IF.

       0450-LIRE-DOCPARM.
           OPEN INPUT DOCPARM.
           IF WS-DOCPARM-STATUS = "00"
              READ DOCPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DP-ETABLISSEMENT NOT = SPACES
                       MOVE DP-ETABLISSEMENT TO WS-ETABLISSEMENT
                    END-IF
                    IF DP-BIC NOT = SPACES
                       MOVE DP-BIC TO WS-BIC
                    END-IF
                    MOVE DP-ADRESSE TO WS-DOMICILIATION
              END-READ
              CLOSE DOCPARM
           END-IF.

           OPEN INPUT AGENCEPARM.
           IF WS-AGENCEPARM-STATUS = "00"
              READ AGENCEPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AGP-CODE-BANQUE NOT = ZEROES
                       MOVE AGP-CODE-BANQUE TO WS-CODE-BANQUE
                       MOVE AGP-CODE-GUICHET TO WS-CODE-GUICHET
                    END-IF
              END-READ
              CLOSE AGENCEPARM
           END-IF.

      *> IBAN connu de l'appelant ou de la fiche client, a defaut
      *> compose comme a l'ouverture ; dans tous les cas repasse par
      *> ibancheck avant d'etre imprime
       0500-IBAN-DU-COMPTE.
           IF L-IBAN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-IBAN))
                TO WS-IBAN
           ELSE
              MOVE L-COMPTEID TO WS-NUMCOMPTE
              CALL 'ibangen' USING WS-CODE-BANQUE, WS-CODE-GUICHET,
                 WS-NUMCOMPTE, WS-IBAN
           END-IF.
           CALL 'ibancheck' USING WS-IBAN, WS-IBAN-VALIDE.

      *>    presentation par groupes de quatre caracteres
           MOVE SPACES TO WS-IBAN-GROUPE.
           MOVE 1 TO WS-IBAN-PTR.
           PERFORM VARYING WS-IBAN-IDX FROM 1 BY 4
              UNTIL WS-IBAN-IDX > 34
              OR WS-IBAN(WS-IBAN-IDX:1) = SPACE
              STRING WS-IBAN(WS-IBAN-IDX:4) " "
                 DELIMITED BY SIZE INTO WS-IBAN-GROUPE
                 WITH POINTER WS-IBAN-PTR
           END-PERFORM.

      *> adresse en vigueur du premier titulaire (ligne sans date de
      *> fin d'ADRESSES.DAT)
       0550-ADRESSE-TITULAIRE.
           MOVE SPACES TO WS-ADRESSE-LIGNE1.
           MOVE SPACES TO WS-ADRESSE-LIGNE2.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT ADRESSES.
           IF WS-ADRESSES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ ADRESSES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF ADR-IDCLIENT = WS-TI-IDCLIENT(1)
                 AND ADR-DATE-FIN = SPACES
                 MOVE ADR-LIGNE1 TO WS-ADRESSE-LIGNE1
                 MOVE SPACES TO WS-ADRESSE-LIGNE2
                 STRING ADR-CODEPOSTAL " " FUNCTION TRIM(ADR-VILLE)
                    " " FUNCTION TRIM(ADR-PAYS)
                    DELIMITED BY SIZE INTO WS-ADRESSE-LIGNE2
              END-IF
              READ ADRESSES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE ADRESSES.

      *> numero suivant du registre (plus grand + 1) et cle de
      *> controle 97 - (numero x 100000 + compte) modulo 97
       0600-PROCHAIN-NUMERO.
           MOVE ZEROES TO WS-NUMERO.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT DOCREG.
           IF WS-DOCREG-STATUS = "00"
              READ DOCREG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF DR-NUMERO > WS-NUMERO
                    MOVE DR-NUMERO TO WS-NUMERO
                 END-IF
                 READ DOCREG
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE DOCREG
           END-IF.
           ADD 1 TO WS-NUMERO.

           COMPUTE WS-CLE-CALCUL = WS-NUMERO * 100000 + L-COMPTEID.
           COMPUTE WS-CLE = 97 - FUNCTION MOD(WS-CLE-CALCUL, 97).

           MOVE SPACES TO WS-NOM-DOCUMENT.
           STRING "DOC_" WS-NUMERO ".RPT"
              DELIMITED BY SIZE INTO WS-NOM-DOCUMENT.
           MOVE WS-NOM-DOCUMENT TO WS-SPOOL-FICHIER.
           MOVE SPACES TO WS-SPOOL-NOM.
           EVALUATE L-TYPE
              WHEN 'R'
                 STRING "RIB " WS-NUMERO
                    DELIMITED BY SIZE INTO WS-SPOOL-NOM
                 MOVE "RELEVE D'IDENTITE BANCAIRE" TO WS-TITRE
              WHEN 'T'
                 STRING "ATTEST DET " WS-NUMERO
                    DELIMITED BY SIZE INTO WS-SPOOL-NOM
                 MOVE "ATTESTATION DE DETENTION DE COMPTE"
                   TO WS-TITRE
              WHEN OTHER
                 STRING "ATTEST SOLDE " WS-NUMERO
                    DELIMITED BY SIZE INTO WS-SPOOL-NOM
                 MOVE "ATTESTATION DE SOLDE" TO WS-TITRE
           END-EVALUATE.

      *>------------------------------------------------------------------------
      *> document : en-tete de l'etablissement, corps propre au
      *> type, pied avec numero, cle et mode de verification
      *>------------------------------------------------------------------------
       0700-ECRIRE-DOCUMENT.
           OPEN OUTPUT DOCUMENT.
           MOVE ALL '=' TO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE WS-ETABLISSEMENT TO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           IF WS-DOMICILIATION NOT = SPACES
              MOVE WS-DOMICILIATION TO DOCUMENT-LINE
              WRITE DOCUMENT-LINE
           END-IF.
           MOVE ALL '=' TO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING WS-TITRE " N. " WS-NUMERO
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.

           EVALUATE L-TYPE
              WHEN 'R'
                 PERFORM 0710-CORPS-RIB
              WHEN 'T'
                 PERFORM 0720-CORPS-DETENTION
              WHEN OTHER
                 PERFORM 0730-CORPS-SOLDE
           END-EVALUATE.

           MOVE SPACES TO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "ETABLI LE " WS-TODAY-ISO " A "
              WS-HEURE(1:2) "H" WS-HEURE(3:2)
              " PAR " L-EMETTEUR
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "DOCUMENT N. " WS-NUMERO " - CLE DE CONTROLE "
              WS-CLE
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "AUTHENTICITE VERIFIABLE AUPRES DE L'AGENCE SUR "
              "NUMERO ET CLE DE CONTROLE."
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE ALL '=' TO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           CLOSE DOCUMENT.

       0710-CORPS-RIB.
           PERFORM 0740-LIGNES-TITULAIRES.
           IF WS-ADRESSE-LIGNE1 NOT = SPACES
              MOVE SPACES TO DOCUMENT-LINE
              STRING "   " WS-ADRESSE-LIGNE1
                 DELIMITED BY SIZE INTO DOCUMENT-LINE
              WRITE DOCUMENT-LINE
              MOVE SPACES TO DOCUMENT-LINE
              STRING "   " WS-ADRESSE-LIGNE2
                 DELIMITED BY SIZE INTO DOCUMENT-LINE
              WRITE DOCUMENT-LINE
           END-IF.
           MOVE SPACES TO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "IBAN : " WS-IBAN-GROUPE
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "BIC  : " WS-BIC
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "BANQUE " WS-IBAN(5:5) "  GUICHET " WS-IBAN(10:5)
              "  COMPTE " WS-IBAN(15:11) "  CLE RIB " WS-IBAN(26:2)
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "DEVISE DU COMPTE : " WS-DEVISE
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.

       0720-CORPS-DETENTION.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "NOUS ATTESTONS QUE LE COMPTE CI-DESSOUS EST OUVERT "
              "EN NOS LIVRES AU NOM DE :"
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           PERFORM 0740-LIGNES-TITULAIRES.
           MOVE SPACES TO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "COMPTE " L-COMPTEID "  IBAN " WS-IBAN-GROUPE
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           IF WS-DATE-OUVERTURE NOT = SPACES
              STRING "OUVERT LE " WS-DATE-OUVERTURE
                 ", EN VIGUEUR A LA DATE DU PRESENT DOCUMENT."
                 DELIMITED BY SIZE INTO DOCUMENT-LINE
           ELSE
              MOVE "EN VIGUEUR A LA DATE DU PRESENT DOCUMENT."
                TO DOCUMENT-LINE
           END-IF.
           WRITE DOCUMENT-LINE.

       0730-CORPS-SOLDE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "NOUS ATTESTONS QUE LE COMPTE CI-DESSOUS, OUVERT EN "
              "NOS LIVRES AU NOM DE :"
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           PERFORM 0740-LIGNES-TITULAIRES.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "COMPTE " L-COMPTEID "  IBAN " WS-IBAN-GROUPE
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE WS-SOLDE-PHOTO TO WS-SOLDE-ED.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "PRESENTAIT AU " WS-DATE-DEMANDEE
              " UN SOLDE DE " WS-SOLDE-ED " " WS-DEVISE
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.
           MOVE SPACES TO DOCUMENT-LINE.
           STRING "(SOLDE DE FIN DE JOURNEE DU " WS-DATE-PHOTO
              ", DERNIER ARRETE CONNU A CETTE DATE)."
              DELIMITED BY SIZE INTO DOCUMENT-LINE.
           WRITE DOCUMENT-LINE.

       0740-LIGNES-TITULAIRES.
           PERFORM VARYING WS-TI-IDX FROM 1 BY 1
              UNTIL WS-TI-IDX > WS-TI-COUNT
              MOVE SPACES TO DOCUMENT-LINE
              STRING "   " WS-TI-LIBELLE(WS-TI-IDX)
                 " (" FUNCTION TRIM(WS-TI-ROLE(WS-TI-IDX)) ")"
                 DELIMITED BY SIZE INTO DOCUMENT-LINE
              WRITE DOCUMENT-LINE
           END-PERFORM.

       0800-INSCRIRE-REGISTRE.
           INITIALIZE DOCREG-RECORD.
           MOVE WS-NUMERO TO DR-NUMERO.
           MOVE WS-CLE TO DR-CLE.
           MOVE L-TYPE TO DR-TYPE.
           MOVE L-COMPTEID TO DR-COMPTEID.
           MOVE WS-IBAN TO DR-IBAN.
           MOVE WS-TODAY-ISO TO DR-DATE-EMISSION.
           MOVE WS-HEURE TO DR-HEURE.
           MOVE L-EMETTEUR TO DR-EMETTEUR.
           MOVE L-DEMANDEUR TO DR-DEMANDEUR.
           IF L-TYPE = 'S'
              MOVE WS-DATE-DEMANDEE TO DR-DATE-SOLDE
              MOVE WS-SOLDE-PHOTO TO DR-SOLDE
           ELSE
              MOVE SPACES TO DR-DATE-SOLDE
              MOVE ZEROES TO DR-SOLDE
           END-IF.
           MOVE WS-DEVISE TO DR-DEVISE.
           MOVE WS-TI-COUNT TO DR-NB-TITULAIRES.
           MOVE WS-NOM-DOCUMENT TO DR-FICHIER.
           MOVE 'EMIS' TO DR-STATUT.
           OPEN EXTEND DOCREG.
           IF WS-DOCREG-STATUS = "35"
              CLOSE DOCREG
              OPEN OUTPUT DOCREG
           END-IF.
           WRITE DOCREG-RECORD.
           CLOSE DOCREG.

       END PROGRAM attestdoc.
