       IDENTIFICATION DIVISION.
       PROGRAM-ID. tacheconseil.
       AUTHOR. D.KISAMA.

      *> Conseiller attitre d'un client et corbeille des conseillers
      *> (meme style d'appel que npaicourrier, par code action) :
      *> les revues KYC, les alertes et les reclamations tombaient
      *> dans un pot commun que personne ne possedait. Chaque client
      *> a desormais un conseiller (CONSEILLERS.DAT, voir
      *> CONSEILLER.cpy) et les taches qui le concernent sont
      *> deposees dans la corbeille de ce conseiller
      *> (TACHESCONS.DAT, voir TACHECONS.cpy).
      *>   C  conseiller : L-CONSEILLER = conseiller courant du
      *>      client (ligne sans date de fin), POOL sans
      *>      affectation ;
      *>   D  depot : une tache L-ORIGINE / L-LIBELLE sur le client
      *>      est deposee dans la corbeille de son conseiller (rendu
      *>      dans L-CONSEILLER). Sans L-IDCLIENT, le client est le
      *>      premier titulaire (hors procuration) du compte
      *>      L-COMPTEID. Une tache identique encore OUVERTE n'est
      *>      pas redeposee : les batchs de nuit qui relevent chaque
      *>      soir la meme situation ne remplissent pas la corbeille.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONSEILLERS ASSIGN TO "CONSEILLERS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONSEILLERS-STATUS.

           SELECT TACHESCONS ASSIGN TO "TACHESCONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TACHESCONS-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONSEILLERS.
           COPY "CONSEILLER.cpy".

       FD TACHESCONS.
           COPY "TACHECONS.cpy".

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-CONSEILLERS-STATUS  PIC X(2).
       01 WS-TACHESCONS-STATUS   PIC X(2).
       01 WS-TITULAIRES-STATUS   PIC X(2).
       01 WS-EOF                 PIC X(3).

       01 WS-TCH-IDCLIENT        PIC 9(5).
       01 WS-TCH-DERNIER         PIC 9(7).
       01 WS-TCH-DOUBLON         PIC X(3).

      *> date de traitement officielle servie par le registre
      *> busdate
       01 WS-BD-ACTION           PIC X.
       01 WS-BD-DATE             PIC 9(8).
       01 WS-BD-DATE-ISO         PIC X(10).

       LINKAGE SECTION.
        77 L-ACTION          PIC X(1).
        77 L-IDCLIENT        PIC 9(5).
        77 L-COMPTEID        PIC 9(5).
        77 L-ORIGINE         PIC X(8).
        77 L-LIBELLE         PIC X(60).
        77 L-CONSEILLER      PIC X(8).

       PROCEDURE DIVISION USING L-ACTION, L-IDCLIENT, L-COMPTEID,
           L-ORIGINE, L-LIBELLE, L-CONSEILLER.

       0100-MAIN-MPROCEDURE.
           MOVE L-IDCLIENT TO WS-TCH-IDCLIENT.
           EVALUATE L-ACTION
              WHEN 'C'
                 PERFORM 0200-CONSEILLER-COURANT
              WHEN 'D'
                 IF WS-TCH-IDCLIENT = ZEROES
                    PERFORM 0250-TITULAIRE-DU-COMPTE
                 END-IF
                 PERFORM 0200-CONSEILLER-COURANT
                 PERFORM 0300-DEPOSER-TACHE
           END-EVALUATE.
           GOBACK.

      *> la derniere ligne sans date de fin du client fait foi
       0200-CONSEILLER-COURANT.
           MOVE 'POOL' TO L-CONSEILLER.
           IF WS-TCH-IDCLIENT = ZEROES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONSEILLERS.
           IF WS-CONSEILLERS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           READ CONSEILLERS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CSL-IDCLIENT = WS-TCH-IDCLIENT
                 AND CSL-DATE-FIN = SPACES
                 MOVE CSL-CONSEILLER TO L-CONSEILLER
              END-IF
              READ CONSEILLERS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CONSEILLERS.

      *> premier titulaire du compte dans l'ordre COMPTEID/IDCLIENT
      *> de l'index, une procuration ne compte pas
       0250-TITULAIRE-DU-COMPTE.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE L-COMPTEID TO TIT-COMPTEID.
           MOVE ZEROES TO TIT-IDCLIENT.
           MOVE 'NON' TO WS-EOF.
           START TITULAIRES KEY NOT < TIT-CLE
              INVALID KEY MOVE 'OUI' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'OUI'
              READ TITULAIRES NEXT
                 AT END MOVE 'OUI' TO WS-EOF
                 NOT AT END
                    IF TIT-COMPTEID NOT = L-COMPTEID
                       MOVE 'OUI' TO WS-EOF
                    ELSE
                       IF TIT-ROLE(1:11) NOT = 'PROCURATION'
                          MOVE TIT-IDCLIENT TO WS-TCH-IDCLIENT
                          MOVE 'OUI' TO WS-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

      *> numero suivant = plus grand numero du fichier + 1 (comme
      *> les alertes d'amlbatch) ; pas de doublon d'une tache
      *> encore ouverte
       0300-DEPOSER-TACHE.
           MOVE ZEROES TO WS-TCH-DERNIER.
           MOVE 'NON' TO WS-TCH-DOUBLON.
           OPEN INPUT TACHESCONS.
           IF WS-TACHESCONS-STATUS = "00"
              MOVE 'NON' TO WS-EOF
              READ TACHESCONS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF TCH-NUMERO > WS-TCH-DERNIER
                    MOVE TCH-NUMERO TO WS-TCH-DERNIER
                 END-IF
                 IF TCH-IDCLIENT = WS-TCH-IDCLIENT
                    AND TCH-ORIGINE = L-ORIGINE
                    AND TCH-LIBELLE = L-LIBELLE
                    AND TCH-STATUT = 'OUVERTE'
                    MOVE 'OUI' TO WS-TCH-DOUBLON
                 END-IF
                 READ TACHESCONS
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE TACHESCONS
           END-IF.
           IF WS-TCH-DOUBLON = 'OUI'
              EXIT PARAGRAPH
           END-IF.

           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, WS-BD-DATE,
              WS-BD-DATE-ISO.
           OPEN EXTEND TACHESCONS.
           IF WS-TACHESCONS-STATUS = "35"
              CLOSE TACHESCONS
              OPEN OUTPUT TACHESCONS
           END-IF.
           IF WS-TACHESCONS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TCH-DERNIER.
           MOVE WS-TCH-DERNIER TO TCH-NUMERO.
           MOVE L-CONSEILLER TO TCH-CONSEILLER.
           MOVE WS-TCH-IDCLIENT TO TCH-IDCLIENT.
           MOVE L-ORIGINE TO TCH-ORIGINE.
           MOVE L-LIBELLE TO TCH-LIBELLE.
           MOVE WS-BD-DATE-ISO TO TCH-DATE.
           MOVE 'OUVERTE' TO TCH-STATUT.
           MOVE SPACES TO TCH-DATE-TRAIT.
           MOVE SPACES TO TCH-TRAITE-PAR.
           WRITE TACHECONS-RECORD.
           CLOSE TACHESCONS.

       END PROGRAM tacheconseil.
