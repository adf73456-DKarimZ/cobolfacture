       IDENTIFICATION DIVISION.
       PROGRAM-ID. refcheck.
       AUTHOR. D.KISAMA.

      *> Controle d'une reference de facture contre la regle de son
      *> facturier (meme style d'appel qu'ibancheck) : la reference
      *> doit suivre le masque FT-REF-FORMAT caractere par caractere
      *> (N chiffre, A lettre, X chiffre ou lettre ; la longueur du
      *> masque est la longueur exacte attendue, un masque vide
      *> accepte toute reference non vide) puis porter la cle
      *> demandee par FT-REF-CLE :
      *>   AUCUNE : pas de cle ;
      *>   MOD97  : la reference lue comme un nombre (une lettre vaut
      *>            10 a 35, comme dans l'IBAN) modulo 97 fait 1 ;
      *>   LUHN   : reference toute en chiffres dont le dernier est
      *>            la cle de Luhn des precedents.
      *> Rend L-VALIDE = OUI/NON. Appele par l'ecran PAYER UNE
      *> FACTURE d'activity2client avant tout debit.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-REF-TRIM            PIC X(20).
       01 WS-FORMAT-TRIM         PIC X(20).
       01 WS-LONGUEUR            PIC 9(2).
       01 WS-LG-FORMAT           PIC 9(2).
       01 WS-IDX                 PIC 9(2).
       01 WS-CAR                 PIC X.
       01 WS-MASQUE              PIC X.
       01 WS-VALNUM              PIC 9(2).
       01 WS-RESTE               PIC 9(4).
       01 WS-STRUCTURE-OK        PIC X(3).
       01 WS-CHIFFRE             PIC 9.
       01 WS-DOUBLE              PIC 9(2).
       01 WS-SOMME-LUHN          PIC 9(4).
       01 WS-RANG                PIC 9(2).

      *> alphabet de conversion lettre -> valeur (A=10 ... Z=35)
       01 WS-ALPHABET            PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-ALPHA-IDX           PIC 9(2).

       LINKAGE SECTION.
        77 L-REFERENCE       PIC X(20).
        77 L-FORMAT          PIC X(20).
        77 L-CLE             PIC X(5).
        77 L-VALIDE          PIC X(3).

       PROCEDURE DIVISION USING L-REFERENCE, L-FORMAT, L-CLE,
           L-VALIDE.

       0100-MAIN-MPROCEDURE.
           MOVE 'NON' TO L-VALIDE.

           PERFORM 0200-CONTROLE-FORMAT.
           IF WS-STRUCTURE-OK = 'OUI'
              EVALUATE L-CLE
                 WHEN 'MOD97'
                    PERFORM 0300-CONTROLE-MODULO-97
                 WHEN 'LUHN'
                    PERFORM 0400-CONTROLE-LUHN
                 WHEN OTHER
                    MOVE 'OUI' TO L-VALIDE
              END-EVALUATE
           END-IF.

           GOBACK.

       0200-CONTROLE-FORMAT.
           MOVE 'NON' TO WS-STRUCTURE-OK.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-REFERENCE))
             TO WS-REF-TRIM.
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-REF-TRIM)
             TO WS-LONGUEUR.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-FORMAT))
             TO WS-FORMAT-TRIM.
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-FORMAT-TRIM)
             TO WS-LG-FORMAT.

           IF WS-REF-TRIM = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-FORMAT-TRIM NOT = SPACES
              AND WS-LONGUEUR NOT = WS-LG-FORMAT
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LONGUEUR
              MOVE WS-REF-TRIM(WS-IDX:1) TO WS-CAR
              IF WS-FORMAT-TRIM = SPACES
                 MOVE 'X' TO WS-MASQUE
              ELSE
                 MOVE WS-FORMAT-TRIM(WS-IDX:1) TO WS-MASQUE
              END-IF
              EVALUATE WS-MASQUE
                 WHEN 'N'
                    IF WS-CAR IS NOT NUMERIC
                       EXIT PARAGRAPH
                    END-IF
                 WHEN 'A'
                    IF WS-CAR IS NOT ALPHABETIC
                       OR WS-CAR = SPACE
                       EXIT PARAGRAPH
                    END-IF
                 WHEN OTHER
                    IF (WS-CAR IS NOT ALPHABETIC
                          AND WS-CAR IS NOT NUMERIC)
                       OR WS-CAR = SPACE
                       EXIT PARAGRAPH
                    END-IF
              END-EVALUATE
           END-PERFORM.

           MOVE 'OUI' TO WS-STRUCTURE-OK.

      *> cle modulo 97 : meme calcul que la cle IBAN d'ibancheck,
      *> sans permutation, chaque caractere alimente le reste
      *> courant (une lettre vaut deux chiffres)
       0300-CONTROLE-MODULO-97.
           MOVE ZEROES TO WS-RESTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LONGUEUR
              MOVE WS-REF-TRIM(WS-IDX:1) TO WS-CAR
              IF WS-CAR IS NUMERIC
                 COMPUTE WS-RESTE = FUNCTION MOD
                    (WS-RESTE * 10 + FUNCTION NUMVAL(WS-CAR), 97)
              ELSE
                 PERFORM 0350-VALEUR-LETTRE
                 COMPUTE WS-RESTE = FUNCTION MOD
                    (WS-RESTE * 100 + WS-VALNUM, 97)
              END-IF
           END-PERFORM.

           IF WS-RESTE = 1
              MOVE 'OUI' TO L-VALIDE
           END-IF.

       0350-VALEUR-LETTRE.
           MOVE ZEROES TO WS-VALNUM.
           PERFORM VARYING WS-ALPHA-IDX FROM 1 BY 1
              UNTIL WS-ALPHA-IDX > 26
              IF WS-ALPHABET(WS-ALPHA-IDX:1) = WS-CAR
                 COMPUTE WS-VALNUM = WS-ALPHA-IDX + 9
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> cle de Luhn : en partant de la droite, un chiffre sur deux
      *> est double (9 retranche au-dela de 9), la somme doit etre
      *> multiple de 10
       0400-CONTROLE-LUHN.
           IF WS-REF-TRIM(1:WS-LONGUEUR) IS NOT NUMERIC
              OR WS-LONGUEUR < 2
              EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-SOMME-LUHN.
           MOVE ZEROES TO WS-RANG.
           PERFORM VARYING WS-IDX FROM WS-LONGUEUR BY -1
              UNTIL WS-IDX < 1
              ADD 1 TO WS-RANG
              MOVE WS-REF-TRIM(WS-IDX:1) TO WS-CHIFFRE
              IF FUNCTION MOD(WS-RANG, 2) = 0
                 COMPUTE WS-DOUBLE = WS-CHIFFRE * 2
                 IF WS-DOUBLE > 9
                    SUBTRACT 9 FROM WS-DOUBLE
                 END-IF
                 ADD WS-DOUBLE TO WS-SOMME-LUHN
              ELSE
                 ADD WS-CHIFFRE TO WS-SOMME-LUHN
              END-IF
           END-PERFORM.

           IF FUNCTION MOD(WS-SOMME-LUHN, 10) = 0
              MOVE 'OUI' TO L-VALIDE
           END-IF.

       END PROGRAM refcheck.
