       IDENTIFICATION DIVISION.
       PROGRAM-ID. postintent.
       AUTHOR. D.KISAMA.

      *> Intentions de postage (meme style d'appel que busdate) : un
      *> postage touchait COMPTES.DAT (opdebit/opcredit/opprelev/
      *> entreeargent), puis l'appelant ecrivait la paire
      *> GENERESQL/GENERUPDATE et opjournal la ligne OPJOURNAL.DAT
      *> -- un passage tue entre deux de ces ecritures laissait un
      *> solde change sans operation derriere, trouve des jours plus
      *> tard par la reconciliation ou driftbatch. Chaque postage
      *> pose desormais une intention dans POSTINTENT.DAT (voir
      *> POSTINTENT.cpy) avant de toucher a quoi que ce soit, et la
      *> marque terminee a la fin ; repriseintbatch reprend celles
      *> qui sont restees en route. L-PI-ACTION :
      *>   - 'O' (ouvrir) : par le module de postage, verrou pose et
      *>     nouveau solde decide, juste avant la REWRITE (soldes
      *>     avant/apres dans L-PI-AVANT/L-PI-APRES) ;
      *>   - 'E' (ecrit) / 'A' (annule) : par le meme module, apres
      *>     une REWRITE reussie / en echec ;
      *>   - 'J' (journalise) : par opjournal apres l'ecriture de la
      *>     ligne du journal, L-PI-SEQ = sequence de l'INSERT ;
      *>   - 'T' (termine) : par l'appelant d'un mouvement qui ne
      *>     passe pas par opjournal (compte interne mouvemente par
      *>     la seule ligne UPDATE, contrepassation, ecran sans flux
      *>     genere), une fois ses ecritures faites.
      *> 'J' et 'T' closent toutes les intentions ecrites du compte
      *> L-PI-COMPTEID ouvertes par ce passage : une ligne journal
      *> peut couvrir plusieurs tranches postees (depot a terme) et
      *> une contrepassation rend le debit qu'elle annule. La
      *> working-storage d'un sous-programme persistant d'un appel a
      *> l'autre, la table des intentions en cours survit a tous les
      *> appels du meme passage ; un 'J' sans intention en cours
      *> (operation EN ATTENTE, ligne de frais) n'ecrit rien.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSTINTENT ASSIGN TO "POSTINTENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POSTINTENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTINTENT.
           COPY "POSTINTENT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-POSTINTENT-STATUS  PIC X(2).

      *> intentions ouvertes par ce passage et pas encore terminees ;
      *> une entree libre a WS-EC-COMPTEID a zero
       01 WS-EN-COURS-TABLE.
           05 WS-EC-ENTRY OCCURS 50 TIMES.
              10 WS-EC-HORODATE     PIC X(16).
              10 WS-EC-COMPTEID     PIC 9(5).
              10 WS-EC-ETAT         PIC X(10).
              10 WS-EC-MODULE       PIC X(20).
              10 WS-EC-AVANT        PIC S9(9)V99.
              10 WS-EC-APRES        PIC S9(9)V99.
       01 WS-EC-INIT            PIC X(3) VALUE 'NON'.
       01 WS-IDX                PIC 9(3).
       01 WS-DERNIER            PIC 9(3) VALUE 0.

      *> horodatage de l'intention, rendu strictement croissant dans
      *> le passage (un debit et sa contrepassation tombent souvent
      *> dans le meme centieme)
       01 WS-HORO-NUM           PIC 9(16).
       01 WS-HORO-PRECEDENT     PIC 9(16) VALUE 0.

       LINKAGE SECTION.
        77 L-PI-ACTION      PIC X.
        77 L-PI-MODULE      PIC X(20).
        77 L-PI-COMPTEID    PIC 9(5).
        77 L-PI-AVANT       PIC S9(9)V99.
        77 L-PI-APRES       PIC S9(9)V99.
        77 L-PI-SEQ         PIC 9(10).

       PROCEDURE DIVISION USING L-PI-ACTION, L-PI-MODULE,
           L-PI-COMPTEID, L-PI-AVANT, L-PI-APRES, L-PI-SEQ.

       0100-MAIN-MPROCEDURE.
           IF WS-EC-INIT = 'NON'
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
                 MOVE ZEROES TO WS-EC-COMPTEID(WS-IDX)
              END-PERFORM
              MOVE 'OUI' TO WS-EC-INIT
           END-IF.

           EVALUATE L-PI-ACTION
              WHEN 'O'
                 PERFORM 0200-OUVRIR
              WHEN 'E'
                 PERFORM 0300-MARQUER-ECRIT
              WHEN 'A'
                 PERFORM 0350-MARQUER-ANNULE
              WHEN 'J'
                 PERFORM 0400-TERMINER
              WHEN 'T'
                 PERFORM 0400-TERMINER
           END-EVALUATE.

           GOBACK.

      *> intention posee avant la REWRITE ; table pleine : la ligne
      *> est ecrite quand meme et l'intention restera en suspens
      *> pour repriseintbatch, qui verifiera ses traces
       0200-OUVRIR.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-HORO-NUM.
           IF WS-HORO-NUM NOT > WS-HORO-PRECEDENT
              COMPUTE WS-HORO-NUM = WS-HORO-PRECEDENT + 1
           END-IF.
           MOVE WS-HORO-NUM TO WS-HORO-PRECEDENT.

           MOVE 0 TO WS-DERNIER.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
              IF WS-EC-COMPTEID(WS-IDX) = ZEROES
                 MOVE WS-IDX TO WS-DERNIER
                 EXIT PERFORM
              END-IF
           END-PERFORM.

           MOVE WS-HORO-NUM TO PI-HORODATE.
           MOVE L-PI-COMPTEID TO PI-COMPTEID.
           MOVE 'OUVERT' TO PI-ETAT.
           MOVE L-PI-MODULE TO PI-MODULE.
           MOVE L-PI-AVANT TO PI-SOLDE-AVANT.
           MOVE L-PI-APRES TO PI-SOLDE-APRES.
           COMPUTE PI-MONTANT = L-PI-APRES - L-PI-AVANT.
           MOVE ZEROES TO PI-SEQ.
           PERFORM 0900-ECRIRE-INTENTION.

           IF WS-DERNIER > 0
              MOVE PI-HORODATE TO WS-EC-HORODATE(WS-DERNIER)
              MOVE PI-COMPTEID TO WS-EC-COMPTEID(WS-DERNIER)
              MOVE 'OUVERT' TO WS-EC-ETAT(WS-DERNIER)
              MOVE PI-MODULE TO WS-EC-MODULE(WS-DERNIER)
              MOVE PI-SOLDE-AVANT TO WS-EC-AVANT(WS-DERNIER)
              MOVE PI-SOLDE-APRES TO WS-EC-APRES(WS-DERNIER)
           END-IF.

       0300-MARQUER-ECRIT.
           IF WS-DERNIER = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-EC-COMPTEID(WS-DERNIER) NOT = L-PI-COMPTEID
              EXIT PARAGRAPH
           END-IF.
           MOVE 'ECRIT' TO WS-EC-ETAT(WS-DERNIER).
           PERFORM 0800-PREPARER-LIGNE.
           MOVE 'ECRIT' TO PI-ETAT.
           PERFORM 0900-ECRIRE-INTENTION.

      *>    REWRITE en echec : le solde n'a pas bouge, l'intention
      *>    sort de la table
       0350-MARQUER-ANNULE.
           IF WS-DERNIER = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-EC-COMPTEID(WS-DERNIER) NOT = L-PI-COMPTEID
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0800-PREPARER-LIGNE.
           MOVE 'ANNULE' TO PI-ETAT.
           PERFORM 0900-ECRIRE-INTENTION.
           MOVE ZEROES TO WS-EC-COMPTEID(WS-DERNIER).
           MOVE 0 TO WS-DERNIER.

      *> 'J' / 'T' : toutes les intentions ecrites du compte
       0400-TERMINER.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
              IF WS-EC-COMPTEID(WS-IDX) = L-PI-COMPTEID
                 AND WS-EC-COMPTEID(WS-IDX) NOT = ZEROES
                 AND WS-EC-ETAT(WS-IDX) = 'ECRIT'
                 MOVE WS-IDX TO WS-DERNIER
                 PERFORM 0800-PREPARER-LIGNE
                 MOVE 'TERMINE' TO PI-ETAT
                 MOVE L-PI-SEQ TO PI-SEQ
                 PERFORM 0900-ECRIRE-INTENTION
                 MOVE ZEROES TO WS-EC-COMPTEID(WS-IDX)
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-DERNIER.

      *> ligne reprise de l'entree WS-DERNIER de la table
       0800-PREPARER-LIGNE.
           MOVE WS-EC-HORODATE(WS-DERNIER) TO PI-HORODATE.
           MOVE WS-EC-COMPTEID(WS-DERNIER) TO PI-COMPTEID.
           MOVE WS-EC-MODULE(WS-DERNIER) TO PI-MODULE.
           MOVE WS-EC-AVANT(WS-DERNIER) TO PI-SOLDE-AVANT.
           MOVE WS-EC-APRES(WS-DERNIER) TO PI-SOLDE-APRES.
           COMPUTE PI-MONTANT =
              WS-EC-APRES(WS-DERNIER) - WS-EC-AVANT(WS-DERNIER).
           MOVE ZEROES TO PI-SEQ.

      *>    premiere intention : le journal est cree s'il n'existe
      *>    pas encore (meme tour de main que opjournal)
       0900-ECRIRE-INTENTION.
           OPEN EXTEND POSTINTENT.
           IF WS-POSTINTENT-STATUS = "35"
              OPEN OUTPUT POSTINTENT
           END-IF.
           WRITE POSTINTENT-RECORD.
           CLOSE POSTINTENT.

       END PROGRAM postintent.
