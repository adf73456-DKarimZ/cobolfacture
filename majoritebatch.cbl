       IDENTIFICATION DIVISION.
       PROGRAM-ID. majoritebatch.
       AUTHOR. D.KISAMA.

      *> Passage a la majorite des clients mineurs : a placer dans
      *> JOBPLAN.DAT avec les autres batchs de fin de journee. Le
      *> registre MINEURS.DAT (voir MINEUR.cpy) est parcouru EN FLUX
      *> et reecrit via MINEURS.TMP : toute ligne MINEUR dont le
      *> 18e anniversaire tombe au plus tard a la date de traitement
      *> passe MAJEUR avec la date du passage -- le representant
      *> perd sa vue sur les comptes dans activity2client et
      *> mineurcheck ne le traite plus en mineur. Pour chaque jeune
      *> devenu majeur (une seule fois, meme avec deux
      *> representants) :
      *>  - ses comptes en nom propre (ligne TITULAIRE de
      *>    COMPTETITULAIRES.DAT) passent sur le produit adulte
      *>    MN-PRODUIT-MAJEUR dans COMPTEPROD.DAT (rattachement
      *>    remplace ou ajoute, fichier reecrit via COMPTEPROD.TMP) ;
      *>  - le jeune client est prevenu par msgnotif, chaque
      *>    representant aussi ;
      *>  - l'agence est prevenue par MAJORITE.RPT, inscrit au spool
      *>    retenu sous le nom MAJORITE.
      *> Un 29 fevrier donne la majorite le 1er mars les annees non
      *> bissextiles.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MINEURS ASSIGN TO "MINEURS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MINEURS-STATUS.

           SELECT MINEURSTMP ASSIGN TO "MINEURS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-TITULAIRES-STATUS.

           SELECT COMPTEPROD ASSIGN TO "COMPTEPROD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPTEPROD-STATUS.

           SELECT COMPTEPRODTMP ASSIGN TO "COMPTEPROD.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAJORITE-RPT ASSIGN TO "MAJORITE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MINEURS.
           COPY "MINEUR.cpy".

       FD MINEURSTMP.
       01 MINEURSTMP-RECORD      PIC X(70).

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD COMPTEPROD.
       01 COMPTEPROD-RECORD.
           05 CP-COMPTEID        PIC 9(5).
           05 CP-CODE-PRODUIT    PIC X(10).

       FD COMPTEPRODTMP.
       01 COMPTEPRODTMP-RECORD   PIC X(15).

       FD MAJORITE-RPT.
       01 MAJORITE-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MINEURS-STATUS      PIC X(2).
       01 WS-TITULAIRES-STATUS   PIC X(2).
       01 WS-COMPTEPROD-STATUS   PIC X(2).
       01 WS-EOF                 PIC X(3).

      *> jeunes devenus majeurs dans le passage, et leur produit
      *> adulte
       01 WS-MJ-TABLE.
           05 WS-MJ-ENTRY OCCURS 500 TIMES.
              10 WS-MJ-IDCLIENT        PIC 9(5).
              10 WS-MJ-PRODUIT         PIC X(10).
              10 WS-MJ-NB-COMPTES      PIC 9(3).
       01 WS-MJ-COUNT            PIC 9(3) VALUE 0.
       01 WS-MJ-IDX              PIC 9(3).
       01 WS-MJ-CUR              PIC 9(3).
       01 WS-MAJEURS-TRONQUE     PIC X(3) VALUE 'NON'.

      *> comptes a passer sur le produit adulte
       01 WS-CX-TABLE.
           05 WS-CX-ENTRY OCCURS 2000 TIMES.
              10 WS-CX-COMPTEID        PIC 9(5).
              10 WS-CX-PRODUIT         PIC X(10).
              10 WS-CX-POSE            PIC X(3).
       01 WS-CX-COUNT            PIC 9(4) VALUE 0.
       01 WS-CX-IDX              PIC 9(4).
       01 WS-CX-CUR              PIC 9(4).

       01 WS-DATE-MAJORITE       PIC X(10).
       01 WS-AN-MAJORITE         PIC 9(4).

       01 WS-NB-LIGNES           PIC 9(7) VALUE 0.
       01 WS-NB-MAJEURS          PIC 9(7) VALUE 0.
       01 WS-NB-COMPTES          PIC 9(7) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(7) VALUE 0.

      *> notification systeme du client via msgnotif (MESSAGES.DAT)
       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'majoritebatch'.
       01 WS-BR-HEURE-DEBUT     PIC X(6).
       01 WS-BR-RECORDS         PIC 9(7).
       01 WS-BR-FAILED          PIC 9(7).
       01 WS-BR-STATUT          PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BR-HEURE-DEBUT.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, TODAYS-DATE,
              WS-TODAY-ISO.

           OPEN OUTPUT MAJORITE-RPT.
           MOVE SPACES TO MAJORITE-RPT-LINE.
           STRING "PASSAGE A LA MAJORITE DU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO MAJORITE-RPT-LINE.
           WRITE MAJORITE-RPT-LINE.

           PERFORM 0200-MARQUER-MAJEURS.
           IF WS-MAJEURS-TRONQUE = 'OUI'
              MOVE "*** TROP DE MAJEURS DANS LE PASSAGE : ARRET"
                TO MAJORITE-RPT-LINE
              WRITE MAJORITE-RPT-LINE
              CLOSE MAJORITE-RPT
              MOVE ZEROES TO WS-BR-RECORDS
              MOVE ZEROES TO WS-BR-FAILED
              MOVE 'ECHEC' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-MJ-COUNT > 0
              PERFORM 0300-CHERCHER-COMPTES
              PERFORM 0400-RECOPIER-COMPTEPROD
              PERFORM 0500-RECOPIER-MINEURS
              PERFORM 0600-PREVENIR-MAJEURS
           END-IF.

           MOVE SPACES TO MAJORITE-RPT-LINE.
           STRING "LIENS CLOS: " WS-NB-LIGNES
              "  JEUNES MAJEURS: " WS-NB-MAJEURS
              "  COMPTES CONVERTIS: " WS-NB-COMPTES
              DELIMITED BY SIZE INTO MAJORITE-RPT-LINE.
           WRITE MAJORITE-RPT-LINE.
           IF WS-NB-ECHECS > 0
              MOVE SPACES TO MAJORITE-RPT-LINE
              STRING "COMPTES NON CONVERTIS (TABLE PLEINE): "
                 WS-NB-ECHECS
                 DELIMITED BY SIZE INTO MAJORITE-RPT-LINE
              WRITE MAJORITE-RPT-LINE
           END-IF.
           CLOSE MAJORITE-RPT.

           MOVE 'MAJORITE' TO WS-SPOOL-NOM.
           MOVE 'MAJORITE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NB-MAJEURS TO WS-BR-RECORDS.
           MOVE WS-NB-ECHECS TO WS-BR-FAILED.
           IF WS-BR-FAILED = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

      *>------------------------------------------------------------------------
      *> passe 1 : lignes MINEUR arrivees a la majorite, registre
      *> recopie sur MINEURS.TMP (recopie dans MINEURS.DAT seulement
      *> si au moins un jeune est devenu majeur)
      *>------------------------------------------------------------------------
       0200-MARQUER-MAJEURS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT MINEURS.
           IF WS-MINEURS-STATUS NOT = "00"
              MOVE "AUCUN CLIENT MINEUR INSCRIT" TO MAJORITE-RPT-LINE
              WRITE MAJORITE-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MINEURSTMP.
           READ MINEURS
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF MN-STATUT = 'MINEUR'
                 AND MN-DATE-NAISSANCE(1:4) IS NUMERIC
                 PERFORM 0210-TESTER-MAJORITE
              END-IF
              WRITE MINEURSTMP-RECORD FROM MINEURS-RECORD
              READ MINEURS
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE MINEURS.
           CLOSE MINEURSTMP.

      *> 18e anniversaire = annee de naissance + 18, meme mois et
      *> jour ; la comparaison ISO fait passer un 29 fevrier au
      *> 1er mars
       0210-TESTER-MAJORITE.
           MOVE MN-DATE-NAISSANCE(1:4) TO WS-AN-MAJORITE.
           ADD 18 TO WS-AN-MAJORITE.
           MOVE MN-DATE-NAISSANCE TO WS-DATE-MAJORITE.
           MOVE WS-AN-MAJORITE TO WS-DATE-MAJORITE(1:4).
           IF WS-DATE-MAJORITE > WS-TODAY-ISO
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MJ-CUR.
           PERFORM VARYING WS-MJ-IDX FROM 1 BY 1
              UNTIL WS-MJ-IDX > WS-MJ-COUNT
              IF WS-MJ-IDCLIENT(WS-MJ-IDX) = MN-IDCLIENT
                 MOVE WS-MJ-IDX TO WS-MJ-CUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-MJ-CUR = 0
              IF WS-MJ-COUNT NOT < 500
                 MOVE 'OUI' TO WS-MAJEURS-TRONQUE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-MJ-COUNT
              MOVE WS-MJ-COUNT TO WS-MJ-CUR
              MOVE MN-IDCLIENT TO WS-MJ-IDCLIENT(WS-MJ-CUR)
              MOVE MN-PRODUIT-MAJEUR TO WS-MJ-PRODUIT(WS-MJ-CUR)
              IF WS-MJ-PRODUIT(WS-MJ-CUR) = SPACES
                 MOVE 'CC' TO WS-MJ-PRODUIT(WS-MJ-CUR)
              END-IF
              MOVE ZEROES TO WS-MJ-NB-COMPTES(WS-MJ-CUR)
              ADD 1 TO WS-NB-MAJEURS
           END-IF.

           MOVE 'MAJEUR' TO MN-STATUT.
           MOVE WS-TODAY-ISO TO MN-DATE-MAJORITE.
           ADD 1 TO WS-NB-LIGNES.

      *>    le representant est prevenu de la fin de son mandat
           MOVE 'Fin de representation legale' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Le client ' MN-IDCLIENT
              ' est majeur : vous n''avez plus acces a ses comptes'
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING MN-REPRESENTANT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

      *>------------------------------------------------------------------------
      *> passe 2 : comptes detenus en nom propre par les jeunes
      *> majeurs, en un seul passage de COMPTETITULAIRES.DAT
      *>------------------------------------------------------------------------
       0300-CHERCHER-COMPTES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ TITULAIRES NEXT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF TIT-ROLE(1:9) = 'TITULAIRE'
                 PERFORM 0310-RETENIR-COMPTE
              END-IF
              READ TITULAIRES NEXT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

       0310-RETENIR-COMPTE.
           PERFORM VARYING WS-MJ-IDX FROM 1 BY 1
              UNTIL WS-MJ-IDX > WS-MJ-COUNT
              IF WS-MJ-IDCLIENT(WS-MJ-IDX) = TIT-IDCLIENT
                 IF WS-CX-COUNT < 2000
                    ADD 1 TO WS-CX-COUNT
                    MOVE TIT-COMPTEID TO WS-CX-COMPTEID(WS-CX-COUNT)
                    MOVE WS-MJ-PRODUIT(WS-MJ-IDX)
                      TO WS-CX-PRODUIT(WS-CX-COUNT)
                    MOVE 'NON' TO WS-CX-POSE(WS-CX-COUNT)
                    ADD 1 TO WS-MJ-NB-COMPTES(WS-MJ-IDX)
                 ELSE
                    ADD 1 TO WS-NB-ECHECS
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *>------------------------------------------------------------------------
      *> passe 3 : rattachements produit remplaces sur COMPTEPROD.TMP,
      *> ajoutes pour les comptes encore sans produit, puis recopie
      *>------------------------------------------------------------------------
       0400-RECOPIER-COMPTEPROD.
           OPEN OUTPUT COMPTEPRODTMP.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT COMPTEPROD.
           IF WS-COMPTEPROD-STATUS = "00"
              READ COMPTEPROD
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 PERFORM 0410-CHERCHER-COMPTE
                 IF WS-CX-CUR > 0
                    MOVE WS-CX-PRODUIT(WS-CX-CUR) TO CP-CODE-PRODUIT
                    MOVE 'OUI' TO WS-CX-POSE(WS-CX-CUR)
                 END-IF
                 WRITE COMPTEPRODTMP-RECORD FROM COMPTEPROD-RECORD
                 READ COMPTEPROD
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE COMPTEPROD
           END-IF.
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
              UNTIL WS-CX-IDX > WS-CX-COUNT
              IF WS-CX-POSE(WS-CX-IDX) = 'NON'
                 MOVE WS-CX-COMPTEID(WS-CX-IDX) TO CP-COMPTEID
                 MOVE WS-CX-PRODUIT(WS-CX-IDX) TO CP-CODE-PRODUIT
                 WRITE COMPTEPRODTMP-RECORD FROM COMPTEPROD-RECORD
              END-IF
              ADD 1 TO WS-NB-COMPTES
           END-PERFORM.
           CLOSE COMPTEPRODTMP.

           OPEN INPUT COMPTEPRODTMP.
           OPEN OUTPUT COMPTEPROD.
           MOVE 'NON' TO WS-EOF.
           READ COMPTEPRODTMP
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE COMPTEPRODTMP-RECORD TO COMPTEPROD-RECORD
              WRITE COMPTEPROD-RECORD
              READ COMPTEPRODTMP
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE COMPTEPRODTMP.
           CLOSE COMPTEPROD.

       0410-CHERCHER-COMPTE.
           MOVE 0 TO WS-CX-CUR.
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
              UNTIL WS-CX-IDX > WS-CX-COUNT
              IF WS-CX-COMPTEID(WS-CX-IDX) = CP-COMPTEID
                 MOVE WS-CX-IDX TO WS-CX-CUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0500-RECOPIER-MINEURS.
           OPEN INPUT MINEURSTMP.
           OPEN OUTPUT MINEURS.
           MOVE 'NON' TO WS-EOF.
           READ MINEURSTMP
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE MINEURSTMP-RECORD TO MINEURS-RECORD
              WRITE MINEURS-RECORD
              READ MINEURSTMP
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE MINEURSTMP.
           CLOSE MINEURS.

      *>------------------------------------------------------------------------
      *> jeune client prevenu, ligne au rapport pour l'agence
      *>------------------------------------------------------------------------
       0600-PREVENIR-MAJEURS.
           PERFORM VARYING WS-MJ-IDX FROM 1 BY 1
              UNTIL WS-MJ-IDX > WS-MJ-COUNT
              MOVE 'Bienvenue parmi nos clients majeurs'
                TO WS-NOTIF-SUBJECT
              MOVE SPACES TO WS-NOTIF-BODY
              STRING 'Vos comptes passent sur le produit '
                 WS-MJ-PRODUIT(WS-MJ-IDX)
                 ' ; votre representant n''y a plus acces'
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
              CALL 'msgnotif' USING WS-MJ-IDCLIENT(WS-MJ-IDX),
                 WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO

              MOVE SPACES TO MAJORITE-RPT-LINE
              STRING "CLIENT " WS-MJ-IDCLIENT(WS-MJ-IDX)
                 " MAJEUR - PRODUIT " WS-MJ-PRODUIT(WS-MJ-IDX)
                 " - COMPTES CONVERTIS " WS-MJ-NB-COMPTES(WS-MJ-IDX)
                 DELIMITED BY SIZE INTO MAJORITE-RPT-LINE
              WRITE MAJORITE-RPT-LINE
           END-PERFORM.

       END PROGRAM majoritebatch.
