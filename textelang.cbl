       IDENTIFICATION DIVISION.
       PROGRAM-ID. textelang.
       AUTHOR. D.KISAMA.

      *> Texte d'un document dans la langue du client : les releves,
      *> releves de frais, avis de prelevement, lettres de relance et
      *> messages de la boite etaient tous rediges en francais en dur,
      *> et l'agence traduisait a la main pour les clients EXTERNE.
      *> L'appelant prepare son libelle francais habituel dans
      *> L-TEXTE puis appelle ce module avec le document et le code
      *> du texte :
      *>   - la langue du client est la derniere ligne de
      *>     CLILANGUE.DAT (voir CLILANGUE.cpy), FR sans ligne ; un
      *>     appel sans client (L-IDCLIENT a zero) garde la langue
      *>     passee dans L-LANGUE, FR si elle est a blanc ;
      *>   - le gabarit est cherche dans TEXTES.DAT (voir TEXTES.cpy)
      *>     dans cette langue, sinon en FR, et ses marques %1 a %4
      *>     recoivent L-VAL1 a L-VAL4 ;
      *>   - aucun gabarit : L-TEXTE reste le libelle de l'appelant.
      *> L-LANGUE rend la langue retenue ; un code de texte a blanc
      *> ne rend que la langue. Les gabarits sont charges en table au
      *> premier appel (ils ne changent pas pendant un passage), la
      *> langue est relue a chaque appel : l'agence peut la changer
      *> pendant la journee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLILANGUE ASSIGN TO "CLILANGUE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLILANGUE-STATUS.

           SELECT TEXTES ASSIGN TO "TEXTES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEXTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLILANGUE.
           COPY "CLILANGUE.cpy".

       FD TEXTES.
           COPY "TEXTES.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLILANGUE-STATUS   PIC X(2).
       01 WS-TEXTES-STATUS      PIC X(2).
       01 WS-EOF-FICHIER        PIC X(3).
       01 WS-TABLE-CHARGEE      PIC X(3) VALUE 'NON'.

       01 WS-TX-TABLE.
           05 WS-TX-ENTRY OCCURS 500 TIMES.
              10 WS-TX-DOCUMENT     PIC X(8).
              10 WS-TX-CODE         PIC X(8).
              10 WS-TX-LANGUE       PIC X(2).
              10 WS-TX-TEXTE        PIC X(100).
       01 WS-TX-COUNT           PIC 9(3) VALUE 0.
       01 WS-TX-IDX             PIC 9(3).
       01 WS-TX-TROUVE          PIC 9(3).

       01 WS-LANGUE             PIC X(2).
       01 WS-GABARIT            PIC X(100).
       01 WS-RESULTAT           PIC X(100).
       01 WS-VALEUR             PIC X(20).
       01 WS-POS                PIC 9(3).
       01 WS-SORTIE             PIC 9(3).
       01 WS-LG                 PIC 9(3).
       01 WS-CAR                PIC X.

       LINKAGE SECTION.
        77 L-IDCLIENT        PIC 9(5).
        77 L-DOCUMENT        PIC X(8).
        77 L-CODE            PIC X(8).
        77 L-VAL1            PIC X(20).
        77 L-VAL2            PIC X(20).
        77 L-VAL3            PIC X(20).
        77 L-VAL4            PIC X(20).
        77 L-LANGUE          PIC X(2).
        77 L-TEXTE           PIC X(100).

       PROCEDURE DIVISION USING L-IDCLIENT, L-DOCUMENT, L-CODE,
           L-VAL1, L-VAL2, L-VAL3, L-VAL4, L-LANGUE, L-TEXTE.

       0100-MAIN-MPROCEDURE.
           IF WS-TABLE-CHARGEE = 'NON'
              PERFORM 0200-CHARGER-GABARITS
              MOVE 'OUI' TO WS-TABLE-CHARGEE
           END-IF.

           PERFORM 0300-LANGUE-DU-CLIENT.
           MOVE WS-LANGUE TO L-LANGUE.
           IF L-CODE = SPACES
              GOBACK
           END-IF.

           PERFORM 0400-CHERCHER-GABARIT.
           IF WS-TX-TROUVE = 0 AND WS-LANGUE NOT = 'FR'
              MOVE 'FR' TO WS-LANGUE
              PERFORM 0400-CHERCHER-GABARIT
           END-IF.
           IF WS-TX-TROUVE = 0
              GOBACK
           END-IF.

           MOVE WS-TX-TEXTE(WS-TX-TROUVE) TO WS-GABARIT.
           PERFORM 0500-REMPLACER-MARQUES.
           MOVE WS-RESULTAT TO L-TEXTE.

           GOBACK.

       0200-CHARGER-GABARITS.
           MOVE 0 TO WS-TX-COUNT.
           OPEN INPUT TEXTES.
           IF WS-TEXTES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ TEXTES
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF WS-TX-COUNT < 500
                 ADD 1 TO WS-TX-COUNT
                 MOVE TXT-DOCUMENT TO WS-TX-DOCUMENT(WS-TX-COUNT)
                 MOVE TXT-CODE TO WS-TX-CODE(WS-TX-COUNT)
                 MOVE TXT-LANGUE TO WS-TX-LANGUE(WS-TX-COUNT)
                 MOVE TXT-TEXTE TO WS-TX-TEXTE(WS-TX-COUNT)
              END-IF
              READ TEXTES
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE TEXTES.

      *> derniere ligne du registre pour le client ; sans client, la
      *> langue passee par l'appelant
       0300-LANGUE-DU-CLIENT.
           MOVE 'FR' TO WS-LANGUE.
           IF L-IDCLIENT = ZEROES
              IF L-LANGUE NOT = SPACES
                 MOVE L-LANGUE TO WS-LANGUE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CLILANGUE.
           IF WS-CLILANGUE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ CLILANGUE
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              IF CLG-IDCLIENT = L-IDCLIENT
                 AND CLG-LANGUE NOT = SPACES
                 MOVE CLG-LANGUE TO WS-LANGUE
              END-IF
              READ CLILANGUE
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE CLILANGUE.

       0400-CHERCHER-GABARIT.
           MOVE 0 TO WS-TX-TROUVE.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT
              IF WS-TX-DOCUMENT(WS-TX-IDX) = L-DOCUMENT
                 AND WS-TX-CODE(WS-TX-IDX) = L-CODE
                 AND WS-TX-LANGUE(WS-TX-IDX) = WS-LANGUE
                 MOVE WS-TX-IDX TO WS-TX-TROUVE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> recopie du gabarit caractere par caractere : %1 a %4 sont
      *> remplaces par la valeur correspondante sans ses blancs
      *> de fin, tout autre caractere est recopie tel quel
       0500-REMPLACER-MARQUES.
           MOVE SPACES TO WS-RESULTAT.
           MOVE 1 TO WS-SORTIE.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > 100 OR WS-SORTIE > 100
              MOVE WS-GABARIT(WS-POS:1) TO WS-CAR
              IF WS-CAR = '%' AND WS-POS < 100
                 AND WS-GABARIT(WS-POS + 1:1) >= '1'
                 AND WS-GABARIT(WS-POS + 1:1) <= '4'
                 EVALUATE WS-GABARIT(WS-POS + 1:1)
                    WHEN '1' MOVE L-VAL1 TO WS-VALEUR
                    WHEN '2' MOVE L-VAL2 TO WS-VALEUR
                    WHEN '3' MOVE L-VAL3 TO WS-VALEUR
                    WHEN OTHER MOVE L-VAL4 TO WS-VALEUR
                 END-EVALUATE
                 PERFORM 0550-COPIER-VALEUR
                 ADD 2 TO WS-POS
              ELSE
                 MOVE WS-CAR TO WS-RESULTAT(WS-SORTIE:1)
                 ADD 1 TO WS-SORTIE
                 ADD 1 TO WS-POS
              END-IF
           END-PERFORM.

       0550-COPIER-VALEUR.
           MOVE FUNCTION TRIM(WS-VALEUR) TO WS-VALEUR.
           MOVE ZEROES TO WS-LG.
           INSPECT FUNCTION REVERSE(WS-VALEUR)
              TALLYING WS-LG FOR LEADING SPACES.
           COMPUTE WS-LG = 20 - WS-LG.
           IF WS-LG = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-SORTIE + WS-LG > 101
              COMPUTE WS-LG = 101 - WS-SORTIE
           END-IF.
           MOVE WS-VALEUR(1:WS-LG) TO WS-RESULTAT(WS-SORTIE:WS-LG).
           ADD WS-LG TO WS-SORTIE.

       END PROGRAM textelang.
