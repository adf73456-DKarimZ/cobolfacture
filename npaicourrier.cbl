       IDENTIFICATION DIVISION.
       PROGRAM-ID. npaicourrier.
       AUTHOR. D.KISAMA.

      *> Courrier d'un client a l'adresse revenue NPAI (meme style
      *> d'appel que opjindex, par code action) : les releves et
      *> les lettres continuaient de partir a une adresse ou le
      *> client n'habite plus, et revenaient a l'agence par paquets.
      *> L'ecran COURRIER REVENU d'activity2banq marque la ligne
      *> courante d'ADRESSES.DAT (ADR-NPAI, date du retour) ; la
      *> marque tombe d'elle-meme avec la nouvelle adresse
      *> (0356-ENREGISTRER-ADRESSE).
      *>   T  test : L-NPAI = OUI si l'adresse courante du client
      *>      (derniere ligne sans date de fin) est marquee, NON
      *>      sinon ou sans adresse ;
      *>   A  archive : la ligne L-LIGNE du document L-DOCUMENT
      *>      (reference L-REFERENCE) est gardee dans le courrier
      *>      retenu COURRIERRET.DAT (voir COURRIERRET.cpy) au lieu
      *>      de partir au papier.
      *> Les editeurs (relevebatch, fraisrelevebatch, prenotifbatch,
      *> pretretardbatch) testent le client puis archivent chaque
      *> ligne du document quand la marque est posee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADRESSES ASSIGN TO "ADRESSES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADRESSES-STATUS.

           SELECT COURRIERRET ASSIGN TO "COURRIERRET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COURRIERRET-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 ADR-NPAI           PIC X(3).
           05 ADR-NPAI-DATE      PIC X(10).

       FD COURRIERRET.
           COPY "COURRIERRET.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ADRESSES-STATUS    PIC X(2).
       01 WS-COURRIERRET-STATUS PIC X(2).
       01 WS-EOF-ADRESSES       PIC X(3).

      *> date de traitement officielle servie par le registre
      *> busdate
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE            PIC 9(8).
       01 WS-BD-DATE-ISO        PIC X(10).

       LINKAGE SECTION.
        77 L-ACTION          PIC X(1).
        77 L-IDCLIENT        PIC 9(5).
        77 L-DOCUMENT        PIC X(8).
        77 L-REFERENCE       PIC X(40).
        77 L-LIGNE           PIC X(100).
        77 L-NPAI            PIC X(3).

       PROCEDURE DIVISION USING L-ACTION, L-IDCLIENT, L-DOCUMENT,
           L-REFERENCE, L-LIGNE, L-NPAI.

       0100-MAIN-MPROCEDURE.
           EVALUATE L-ACTION
              WHEN 'T'
                 PERFORM 0200-TESTER-ADRESSE
              WHEN 'A'
                 PERFORM 0300-ARCHIVER-LIGNE
           END-EVALUATE.
           GOBACK.

      *> la derniere ligne courante du client fait foi, comme pour
      *> le bloc adresse de relevebatch
       0200-TESTER-ADRESSE.
           MOVE 'NON' TO L-NPAI.
           OPEN INPUT ADRESSES.
           IF WS-ADRESSES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-ADRESSES.
           READ ADRESSES
              AT END MOVE 'OUI' TO WS-EOF-ADRESSES
           END-READ.
           PERFORM UNTIL WS-EOF-ADRESSES = 'OUI'
              IF ADR-IDCLIENT = L-IDCLIENT
                 AND ADR-DATE-FIN = SPACES
                 IF ADR-NPAI = 'OUI'
                    MOVE 'OUI' TO L-NPAI
                 ELSE
                    MOVE 'NON' TO L-NPAI
                 END-IF
              END-IF
              READ ADRESSES
                 AT END MOVE 'OUI' TO WS-EOF-ADRESSES
              END-READ
           END-PERFORM.
           CLOSE ADRESSES.

       0300-ARCHIVER-LIGNE.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, WS-BD-DATE,
              WS-BD-DATE-ISO.
           OPEN EXTEND COURRIERRET.
           IF WS-COURRIERRET-STATUS = "35"
              CLOSE COURRIERRET
              OPEN OUTPUT COURRIERRET
           END-IF.
           IF WS-COURRIERRET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE L-IDCLIENT TO CRT-IDCLIENT.
           MOVE L-DOCUMENT TO CRT-DOCUMENT.
           MOVE L-REFERENCE TO CRT-REFERENCE.
           MOVE WS-BD-DATE-ISO TO CRT-DATE.
           MOVE L-LIGNE TO CRT-LIGNE.
           WRITE COURRIERRET-RECORD.
           CLOSE COURRIERRET.

       END PROGRAM npaicourrier.
