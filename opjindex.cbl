       IDENTIFICATION DIVISION.
       PROGRAM-ID. opjindex.
       AUTHOR. D.KISAMA.

      *> Tenue du compagnon indexe OPJINDEX.DAT du journal structure
      *> (meme style d'appel que fenetrenuit) : les lecteurs d'un
      *> seul compte, d'un client ou d'une journee relisaient tout
      *> OPJOURNAL.DAT, et la chaine de nuit s'allongeait chaque
      *> mois. Le passage d'une ligne du journal a l'index n'existe
      *> qu'ici :
      *>   - action 'A' (ajouter)     : opjournal, juste apres
      *>     l'ecriture de la ligne (L-OX-LIGNE = l'enregistrement
      *>     OPJOURNAL-RECORD ecrit). Index absent : rien n'est cree
      *>     -- un index ne contenant que les dernieres lignes
      *>     tromperait les lecteurs ; il sera reconstruit entier par
      *>     opjidxbatch. Cle deja presente : ligne ignoree ;
      *>   - action 'R' (reconstruire) : l'index est recree vide puis
      *>     recharge depuis OPJOURNAL.DAT -- genersqlapply et
      *>     retentionbatch apres avoir recopie le journal ;
      *>   - action 'C' (controler)   : le journal et l'index sont
      *>     recomptes ; index absent ou en desaccord, il est
      *>     reconstruit -- opjidxbatch, opsarchivebatch.
      *> Sont rendus l'etat (A JOUR, ABSENT, DESACCORD, RECONSTRUIT,
      *> AJOUTE) et les nombres de lignes du journal et de l'index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPJOURNAL ASSIGN TO "OPJOURNAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPJOURNAL-STATUS.

           SELECT OPJINDEX ASSIGN TO "OPJINDEX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OJX-CLE
              ALTERNATE RECORD KEY IS OJX-IDCLIENT WITH DUPLICATES
              ALTERNATE RECORD KEY IS OJX-JOUR WITH DUPLICATES
              FILE STATUS IS WS-OPJINDEX-IXST.

       DATA DIVISION.
       FILE SECTION.
       FD OPJOURNAL.
           COPY "OPJOURNAL.cpy".

       FD OPJINDEX.
           COPY "OPJINDEX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPJOURNAL-STATUS   PIC X(2).
       01 WS-OPJINDEX-IXST      PIC X(2).
       01 WS-EOF-FICHIER        PIC X(3).
       01 WS-OX-ETAT            PIC X(12).
       01 WS-NB-JOURNAL         PIC 9(9).
       01 WS-NB-INDEX           PIC 9(9).

       LINKAGE SECTION.
       77 L-OX-ACTION           PIC X.
       77 L-OX-LIGNE            PIC X(117).
       77 L-OX-ETAT             PIC X(12).
       77 L-OX-NB-JOURNAL       PIC 9(9).
       77 L-OX-NB-INDEX         PIC 9(9).

       PROCEDURE DIVISION USING L-OX-ACTION, L-OX-LIGNE, L-OX-ETAT,
              L-OX-NB-JOURNAL, L-OX-NB-INDEX.

       0100-MAIN-MPROCEDURE.
           MOVE SPACES TO WS-OX-ETAT.
           MOVE ZEROES TO WS-NB-JOURNAL.
           MOVE ZEROES TO WS-NB-INDEX.

           EVALUATE L-OX-ACTION
              WHEN 'A'
                 PERFORM 0200-AJOUTER-LIGNE
              WHEN 'R'
                 PERFORM 0400-RECONSTRUIRE
              WHEN 'C'
                 PERFORM 0500-CONTROLER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE WS-OX-ETAT TO L-OX-ETAT.
           MOVE WS-NB-JOURNAL TO L-OX-NB-JOURNAL.
           MOVE WS-NB-INDEX TO L-OX-NB-INDEX.
           GOBACK.

       0200-AJOUTER-LIGNE.
           OPEN I-O OPJINDEX.
           IF WS-OPJINDEX-IXST = "35"
              MOVE 'ABSENT' TO WS-OX-ETAT
              EXIT PARAGRAPH
           END-IF.
           IF WS-OPJINDEX-IXST NOT = "00"
              CLOSE OPJINDEX
              MOVE 'ABSENT' TO WS-OX-ETAT
              EXIT PARAGRAPH
           END-IF.
           MOVE L-OX-LIGNE TO OPJOURNAL-RECORD.
           PERFORM 0300-PREPARER-CLE.
           WRITE OPJINDEX-RECORD
              INVALID KEY
                 MOVE 'A JOUR' TO WS-OX-ETAT
              NOT INVALID KEY
                 MOVE 'AJOUTE' TO WS-OX-ETAT
                 MOVE 1 TO WS-NB-INDEX
           END-WRITE.
           CLOSE OPJINDEX.

      *> une ligne du journal donne un enregistrement de l'index,
      *> champ pour champ
       0300-PREPARER-CLE.
           MOVE OJ-COMPTEID TO OJX-COMPTEID.
           MOVE OJ-DATEOP TO OJX-DATEOP.
           MOVE OJ-SEQ TO OJX-SEQ.
           MOVE OJ-IDCLIENT TO OJX-IDCLIENT.
           MOVE OJ-DATEOP TO OJX-JOUR.
           MOVE OJ-TYPE TO OJX-TYPE.
           MOVE OJ-LIBELLE TO OJX-LIBELLE.
           MOVE OJ-SIGNE TO OJX-SIGNE.
           MOVE OJ-MONTANT TO OJX-MONTANT.
           MOVE OJ-STATUSOP TO OJX-STATUSOP.

      *> l'index est recree vide puis recharge dans l'ordre du
      *> journal ; un journal absent donne un index vide
       0400-RECONSTRUIRE.
           MOVE ZEROES TO WS-NB-JOURNAL.
           MOVE ZEROES TO WS-NB-INDEX.
           OPEN OUTPUT OPJINDEX.
           IF WS-OPJINDEX-IXST NOT = "00"
              MOVE 'ABSENT' TO WS-OX-ETAT
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT OPJOURNAL.
           IF WS-OPJOURNAL-STATUS NOT = "00"
              MOVE 'OUI' TO WS-EOF-FICHIER
           ELSE
              READ OPJOURNAL
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-IF.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              ADD 1 TO WS-NB-JOURNAL
              PERFORM 0300-PREPARER-CLE
              WRITE OPJINDEX-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-NB-INDEX
              END-WRITE
              READ OPJOURNAL
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           IF WS-OPJOURNAL-STATUS NOT = "35"
              CLOSE OPJOURNAL
           END-IF.
           CLOSE OPJINDEX.
           MOVE 'RECONSTRUIT' TO WS-OX-ETAT.

      *> recomptage des deux fichiers ; l'etat rendu est celui
      *> constate, meme quand l'index vient d'etre reconstruit
       0500-CONTROLER.
           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT OPJOURNAL.
           IF WS-OPJOURNAL-STATUS NOT = "00"
              MOVE 'OUI' TO WS-EOF-FICHIER
           ELSE
              READ OPJOURNAL
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-IF.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              ADD 1 TO WS-NB-JOURNAL
              READ OPJOURNAL
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           IF WS-OPJOURNAL-STATUS NOT = "35"
              CLOSE OPJOURNAL
           END-IF.

           MOVE 'NON' TO WS-EOF-FICHIER.
           OPEN INPUT OPJINDEX.
           IF WS-OPJINDEX-IXST NOT = "00"
              IF WS-OPJINDEX-IXST NOT = "35"
                 CLOSE OPJINDEX
              END-IF
              PERFORM 0400-RECONSTRUIRE
              MOVE 'ABSENT' TO WS-OX-ETAT
              EXIT PARAGRAPH
           END-IF.
           READ OPJINDEX NEXT
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              ADD 1 TO WS-NB-INDEX
              READ OPJINDEX NEXT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE OPJINDEX.

           IF WS-NB-INDEX = WS-NB-JOURNAL
              MOVE 'A JOUR' TO WS-OX-ETAT
           ELSE
              PERFORM 0400-RECONSTRUIRE
              MOVE 'DESACCORD' TO WS-OX-ETAT
           END-IF.

       END PROGRAM opjindex.
