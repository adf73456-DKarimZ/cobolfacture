       IDENTIFICATION DIVISION.
       PROGRAM-ID. fenetrenuit.
       AUTHOR. D.KISAMA.

      *> Fenetre de traitement de nuit (meme style d'appel que
      *> busdate) : un postage du guichet ou de l'espace client
      *> pendant la chaine de nuit faisait son opdebit/opcredit
      *> au milieu des batchs qui lisent COMPTES.DAT en sequence ou
      *> reecrivent STANDORD/CARTES, et soldehistbatch pouvait
      *> photographier un solde au milieu d'un virement. L'etat de
      *> la fenetre est tenu dans FENETRENUIT.DAT, un fichier a un
      *> enregistrement comme BUSDATE.DAT :
      *>   - action 'O' (ouvrir)  : nightrunbatch, avant chaque etape
      *>     critique du plan (colonne JP-FENETRE) ; deja OUVERTE, la
      *>     date et l'heure d'ouverture sont conservees et seule
      *>     l'etape en cours est mise a jour ;
      *>   - action 'L' (lire)    : les ecrans avant un postage ;
      *>     OUVERTE, l'operation part dans la file OPATTENTE.DAT
      *>     au lieu d'etre postee. Fichier absent : FERMEE ;
      *>   - action 'P' (progres) : opattentebatch retient apres
      *>     chaque entree postee le nombre d'entrees de la file deja
      *>     traitees (L-FN-TRAITES), pour qu'une relance ne reposte
      *>     rien ;
      *>   - action 'F' (fermer)  : opattentebatch, derniere etape du
      *>     plan, une fois la file videe.
      *> L'etat (OUVERTE/FERMEE), l'etape et le nombre d'entrees
      *> traitees sont rendus quelle que soit l'action.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FENETRE-REG ASSIGN TO "FENETRENUIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FENETRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FENETRE-REG.
       01 FENETRE-RECORD.
           05 FN-ETAT            PIC X(10).
           05 FN-DATE            PIC X(10).
           05 FN-HEURE           PIC X(6).
           05 FN-ETAPE           PIC X(12).
           05 FN-TRAITES         PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-FENETRE-STATUS     PIC X(2).
       01 WS-REGISTRE-LU        PIC X(3).
       01 WS-FN-ETAT            PIC X(10).
       01 WS-FN-DATE            PIC X(10).
       01 WS-FN-HEURE           PIC X(6).
       01 WS-FN-ETAPE           PIC X(12).
       01 WS-FN-TRAITES         PIC 9(9).
       01 WS-HORLOGE            PIC 9(8).

       LINKAGE SECTION.
       77 L-FN-ACTION           PIC X.
       77 L-FN-ETAT             PIC X(10).
       77 L-FN-ETAPE            PIC X(12).
       77 L-FN-TRAITES          PIC 9(9).

       PROCEDURE DIVISION USING L-FN-ACTION, L-FN-ETAT, L-FN-ETAPE,
              L-FN-TRAITES.

       0100-MAIN-MPROCEDURE.
           PERFORM 0200-LIRE-REGISTRE.

           EVALUATE L-FN-ACTION
              WHEN 'O'
                 PERFORM 0300-OUVRIR-FENETRE
              WHEN 'F'
                 PERFORM 0400-FERMER-FENETRE
              WHEN 'P'
                 PERFORM 0450-RETENIR-PROGRES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE WS-FN-ETAT TO L-FN-ETAT.
           MOVE WS-FN-ETAPE TO L-FN-ETAPE.
           MOVE WS-FN-TRAITES TO L-FN-TRAITES.
           GOBACK.

       0200-LIRE-REGISTRE.
           MOVE 'NON' TO WS-REGISTRE-LU.
           MOVE 'FERMEE' TO WS-FN-ETAT.
           MOVE SPACES TO WS-FN-DATE.
           MOVE SPACES TO WS-FN-HEURE.
           MOVE SPACES TO WS-FN-ETAPE.
           MOVE ZEROES TO WS-FN-TRAITES.
           OPEN INPUT FENETRE-REG.
           IF WS-FENETRE-STATUS NOT = "00"
              CLOSE FENETRE-REG
              EXIT PARAGRAPH
           END-IF.
           READ FENETRE-REG
              AT END
                 CONTINUE
              NOT AT END
                 MOVE FN-ETAT TO WS-FN-ETAT
                 MOVE FN-DATE TO WS-FN-DATE
                 MOVE FN-HEURE TO WS-FN-HEURE
                 MOVE FN-ETAPE TO WS-FN-ETAPE
                 MOVE FN-TRAITES TO WS-FN-TRAITES
                 MOVE 'OUI' TO WS-REGISTRE-LU
           END-READ.
           CLOSE FENETRE-REG.
           IF WS-FN-ETAT NOT = 'OUVERTE'
              MOVE 'FERMEE' TO WS-FN-ETAT
           END-IF.

      *> fenetre deja OUVERTE (etape critique suivante, relance
      *> apres incident) : l'ouverture d'origine est conservee
       0300-OUVRIR-FENETRE.
           IF WS-FN-ETAT NOT = 'OUVERTE'
              MOVE 'OUVERTE' TO WS-FN-ETAT
              PERFORM 0500-HORODATER
           END-IF.
           MOVE L-FN-ETAPE TO WS-FN-ETAPE.
           PERFORM 0900-ECRIRE-REGISTRE.

       0400-FERMER-FENETRE.
           MOVE 'FERMEE' TO WS-FN-ETAT.
           PERFORM 0500-HORODATER.
           MOVE L-FN-ETAPE TO WS-FN-ETAPE.
           MOVE L-FN-TRAITES TO WS-FN-TRAITES.
           PERFORM 0900-ECRIRE-REGISTRE.

       0450-RETENIR-PROGRES.
           MOVE L-FN-TRAITES TO WS-FN-TRAITES.
           PERFORM 0900-ECRIRE-REGISTRE.

       0500-HORODATER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HORLOGE.
           MOVE SPACES TO WS-FN-DATE.
           STRING WS-HORLOGE(1:4) '-' WS-HORLOGE(5:2) '-'
              WS-HORLOGE(7:2) DELIMITED BY SIZE
              INTO WS-FN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-FN-HEURE.

       0900-ECRIRE-REGISTRE.
           OPEN OUTPUT FENETRE-REG.
           MOVE WS-FN-ETAT TO FN-ETAT.
           MOVE WS-FN-DATE TO FN-DATE.
           MOVE WS-FN-HEURE TO FN-HEURE.
           MOVE WS-FN-ETAPE TO FN-ETAPE.
           MOVE WS-FN-TRAITES TO FN-TRAITES.
           WRITE FENETRE-RECORD.
           CLOSE FENETRE-REG.

       END PROGRAM fenetrenuit.
