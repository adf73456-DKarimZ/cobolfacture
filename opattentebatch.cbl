       IDENTIFICATION DIVISION.
       PROGRAM-ID. opattentebatch.
       AUTHOR. D.KISAMA.

      *> Vidage de la file des operations d'ecran recues pendant la
      *> fenetre de traitement de nuit : derniere etape du plan
      *> JOBPLAN.DAT, apres daterollbatch. Tant que la fenetre est
      *> OUVERTE (module fenetrenuit, ouverte par nightrunbatch
      *> avant chaque etape critique), ACTIVITY2CLIENT et
      *> activity2banq ne postent plus : depot, virement
      *> occasionnel, virement interne et OD approuvee partent dans
      *> OPATTENTE.DAT (voir OPATTENTE.cpy). Ce batch les poste dans
      *> l'ordre d'arrivee, par le meme chemin que l'ecran et avec
      *> les memes controles :
      *>   - DEPOT                : opcredit (plafond de depot) ;
      *>   - VIREMENT OCCASIONNEL : opprelev, commission comprise
      *>     (provision, gel, saisie) ;
      *>   - VIREMENT INTERNE / OD : jambe debit (opdebit) puis
      *>     jambe credit (opcredit), debit contrepasse si le credit
      *>     est refuse, file SUSPENS si la contrepassation l'est
      *>     aussi ; l'OD passe APPLIQUEE dans ODPEND.DAT, ou revient
      *>     EN ATTENTE si une jambe est refusee.
      *> Chaque operation postee donne sa paire INSERT/UPDATE
      *> sequencee et sa ligne au journal (opjournal). Le client est
      *> prevenu de l'issue par sa messagerie (msgnotif) ; pour le
      *> guichet, l'issue est au rapport OPATTENTE.RPT (spool retenu
      *> sous le nom OPATTENTE) et l'OD a sa ligne d'audit au nom de
      *> l'operateur qui l'a approuvee. La file n'est jamais
      *> reecrite : le nombre d'entrees traitees est retenu dans
      *> FENETRENUIT.DAT apres chaque entree (action 'P'), une
      *> relance reprend a la suivante. La file est relue jusqu'a
      *> ce qu'un passage ne trouve plus rien, la fenetre est alors
      *> fermee et un dernier passage poste ce qui est arrive entre
      *> la lecture et la fermeture.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPATTENTE ASSIGN TO "OPATTENTE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPATTENTE-STATUS.

           SELECT ODPEND ASSIGN TO "ODPEND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ODPEND-STATUS.

      *> fichier de travail de la mise a jour d'une OD, meme
      *> principe que VIRPROG.TMP de virprogbatch
           SELECT ODPENDTMP ASSIGN TO "ODPEND.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENS ASSIGN TO "SUSPENS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENS-STATUS.

           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERESQL ASSIGN TO "GENERESQL.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERUPDATE ASSIGN TO "GENERUPDATE.SQL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPATTENTE-RPT ASSIGN TO "OPATTENTE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPATTENTE.
           COPY "OPATTENTE.cpy".

       FD ODPEND.
       01 ODPEND-RECORD.
           05 OD-ID                    PIC 9(5).
           05 OD-COMPTE-DEBIT          PIC 9(5).
           05 OD-COMPTE-CREDIT         PIC 9(5).
           05 OD-MONTANT               PIC 9(5)V99.
           05 OD-CODE-MOTIF            PIC X(3).
           05 OD-TEXTE                 PIC X(30).
           05 OD-MAKER                 PIC X(8).
           05 OD-DATE                  PIC X(10).
           05 OD-STATUT                PIC X(10).

       FD ODPENDTMP.
       01 ODPENDTMP-RECORD      PIC X(83).

       FD SUSPENS.
       01 SUSPENS-RECORD.
           05 SUS-REFERENCE            PIC X(16).
           05 SUS-COMPTEID             PIC 9(5).
           05 SUS-MONTANT              PIC 9(5)V99.
           05 SUS-DATE-RECU            PIC X(10).
           05 SUS-MOTIF                PIC X(25).
           05 SUS-STATUT               PIC X(10).
           05 SUS-IBAN                 PIC X(34).

       FD AUDITLOG.
       01 AUDITLOG-LINE         PIC X(200).

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).

       FD GENERUPDATE.
       01 PRINT-UP-LINE        PIC X(215).

       FD OPATTENTE-RPT.
       01 OPATTENTE-RPT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPATTENTE-STATUS   PIC X(2).
       01 WS-ODPEND-STATUS      PIC X(2).
       01 WS-SUSPENS-STATUS     PIC X(2).
       01 WS-EOF                PIC X(3).
       01 WS-EOF-ODPEND         PIC X(3).

      *> fenetre de traitement de nuit et nombre d'entrees de la file
      *> deja traitees (module fenetrenuit)
       01 WS-FN-ACTION          PIC X.
       01 WS-FN-ETAT            PIC X(10).
       01 WS-FN-ETAPE           PIC X(12) VALUE 'opattente'.
       01 WS-FN-TRAITES         PIC 9(9).
       01 WS-RANG               PIC 9(9).
       01 WS-NB-PASSAGE         PIC 9(7).

       01 WS-NB-POSTEES         PIC 9(7) VALUE 0.
       01 WS-NB-REFUSEES        PIC 9(7) VALUE 0.
       01 WS-NB-SUSPENS         PIC 9(7) VALUE 0.

      *> issue de l'entree en cours
       01 WS-RESULTAT           PIC X(10).
       01 WS-MOTIF              PIC X(40).

      *> parametres des modules de postage
       01 L-SOLDE        PIC 9(5)V99.
       01 L-SOMME        PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-TYPEOP       PIC X(25).
       01 L-SUCCESS      PIC X(3).
       01 L-COMM         PIC 9V99.
       01 L-DATE         PIC X(10).
       01 L-LIBELLE      PIC X(25).
       01 L-COMPTEID     PIC 9(5).
       01 WS-SUCCES-DEB         PIC X(3).
       01 WS-SUCCES-CRED        PIC X(3).
       01 WS-SUCCES-CONTRE      PIC X(3).

      *> commission d'un virement occasionnel, comme a l'ecran
       01 WS-COMM-VIREMENT      PIC 9V99 VALUE 5.99.

      *> reference commune des deux jambes d'un virement interne
       01 WS-VI-REF             PIC 9(10).

      *> cloture des intentions de postage d'un mouvement sans
      *> ligne journal, voir le module postintent
       01 WS-PI-ACTION          PIC X VALUE 'T'.
       01 WS-PI-MODULE          PIC X(20) VALUE 'opattentebatch'.
       01 WS-PI-COMPTEID        PIC 9(5).
       01 WS-PI-AVANT           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-APRES           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-SEQ             PIC 9(10) VALUE ZEROES.

       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).

      *> OD a mettre a jour dans ODPEND.DAT
       01 WS-OD-ID-MAJ          PIC 9(5).
       01 WS-OD-STATUT-MAJ      PIC X(10).

      *> ligne d'audit, meme disposition que WS-BQ-AUDIT-LINE
      *> d'activity2banq, chainee par auditchain
       01 WS-BQ-AUDIT-LINE.
           05 BQA-DATE            PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 BQA-TIME            PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 BQA-OPERATEUR       PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 BQA-ACTION          PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 BQA-DETAIL          PIC X(80).
       01 WS-BQ-AUDIT-RAW       PIC 9(8).
       01 WS-AUDIT-CHAINE-LIGNE PIC X(200).

       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

      *> restart/checkpoint sequence number, voir seqbloc
       01 WS-SQL-SEQ-NR         PIC 9(10) VALUE ZEROES.

      *> meme disposition que SQL-DETAIL-LINE / SQL-UPDATE-LINE de
      *> virprogbatch (pas de STATUSOP : operation de batch)
       01 SQL-DETAIL-LINE.
           05 DET-START           PIC X(79) VALUE
       'INSERT INTO OPERATIONS (TYPE,LIBELLE,MONTANT,COMPTEID,IDCLIENT,
      -'DATEOP) VALUES('.
           05 FILLER              PIC X   VALUE "'".
           05 DET-TYPE            PIC X(25).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-LIBELLE         PIC X(30).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".

       01  SQL-UPDATE-LINE.
            05 FILLER      PIC X(33) VALUE
            'UPDATE COMPTES SET SOLDE = SOLDE '.
            05 DET-OPERATOR        PIC X.
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

       01 WS-RPT-DETAIL.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-HORODATE           PIC X(16).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-ORIGINE            PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-DEMANDEUR          PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-NATURE             PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-COMPTE-SRC         PIC 9(5).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-COMPTE-DEST        PIC Z(5).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-MONTANT            PIC Z(4)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-RESULTAT           PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-MOTIF              PIC X(40).

      *> date de traitement officielle servie par le registre
      *> busdate ; apres daterollbatch la journee est FERMEE et
      *> l'operation est datee du jour, comme a l'ecran
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'opattentebatch'.
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
           MOVE WS-TODAY-ISO TO L-DATE.

           MOVE 'L' TO WS-FN-ACTION.
           CALL 'fenetrenuit' USING WS-FN-ACTION, WS-FN-ETAT,
              WS-FN-ETAPE, WS-FN-TRAITES.
           MOVE 'opattente' TO WS-FN-ETAPE.

           OPEN OUTPUT OPATTENTE-RPT.
           MOVE SPACES TO OPATTENTE-RPT-LINE.
           STRING "OPERATIONS RECUES PENDANT LA FENETRE DE NUIT - "
              "POSTAGE DU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO OPATTENTE-RPT-LINE.
           WRITE OPATTENTE-RPT-LINE.
           MOVE SPACES TO OPATTENTE-RPT-LINE.
           STRING "  FENETRE " WS-FN-ETAT
              "  ENTREES DEJA TRAITEES: " WS-FN-TRAITES
              DELIMITED BY SIZE INTO OPATTENTE-RPT-LINE.
           WRITE OPATTENTE-RPT-LINE.
           MOVE SPACES TO OPATTENTE-RPT-LINE.
           WRITE OPATTENTE-RPT-LINE.

           OPEN EXTEND GENERESQL.
           OPEN EXTEND GENERUPDATE.

      *>    la file est relue tant qu'elle s'allonge (les ecrans
      *>    continuent d'y ajouter pendant le vidage), puis la
      *>    fenetre est fermee et un dernier passage reprend ce qui
      *>    est arrive juste avant la fermeture
           MOVE 1 TO WS-NB-PASSAGE.
           PERFORM UNTIL WS-NB-PASSAGE = 0
              PERFORM 0200-VIDER-FILE
           END-PERFORM.

           MOVE 'F' TO WS-FN-ACTION.
           CALL 'fenetrenuit' USING WS-FN-ACTION, WS-FN-ETAT,
              WS-FN-ETAPE, WS-FN-TRAITES.
           PERFORM 0200-VIDER-FILE.

           CLOSE GENERESQL, GENERUPDATE.

           IF WS-NB-POSTEES = 0 AND WS-NB-REFUSEES = 0
              MOVE "  AUCUNE OPERATION EN FILE" TO OPATTENTE-RPT-LINE
              WRITE OPATTENTE-RPT-LINE
           END-IF.
           MOVE SPACES TO OPATTENTE-RPT-LINE.
           WRITE OPATTENTE-RPT-LINE.
           MOVE SPACES TO OPATTENTE-RPT-LINE.
           STRING "POSTEES: " WS-NB-POSTEES
              "  REFUSEES: " WS-NB-REFUSEES
              "  DONT EN SUSPENS: " WS-NB-SUSPENS
              "  FENETRE: " WS-FN-ETAT
              DELIMITED BY SIZE INTO OPATTENTE-RPT-LINE.
           WRITE OPATTENTE-RPT-LINE.
           CLOSE OPATTENTE-RPT.

           MOVE 'OPATTENTE' TO WS-SPOOL-NOM.
           MOVE 'OPATTENTE.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           COMPUTE WS-BR-RECORDS = WS-NB-POSTEES + WS-NB-REFUSEES.
           MOVE WS-NB-REFUSEES TO WS-BR-FAILED.
           MOVE 'TERMINE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

      *>------------------------------------------------------------------------
      *> un passage sur la file : les WS-FN-TRAITES premieres entrees
      *> sont sautees, les suivantes postees dans l'ordre ;
      *> WS-NB-PASSAGE rend le nombre d'entrees traitees
      *>------------------------------------------------------------------------
       0200-VIDER-FILE.
           MOVE 0 TO WS-NB-PASSAGE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT OPATTENTE.
           IF WS-OPATTENTE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RANG.
           READ OPATTENTE
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              ADD 1 TO WS-RANG
              IF WS-RANG > WS-FN-TRAITES
                 PERFORM 0300-TRAITER-ENTREE
                 ADD 1 TO WS-NB-PASSAGE
                 MOVE WS-RANG TO WS-FN-TRAITES
                 MOVE 'P' TO WS-FN-ACTION
                 CALL 'fenetrenuit' USING WS-FN-ACTION, WS-FN-ETAT,
                    WS-FN-ETAPE, WS-FN-TRAITES
              END-IF
              READ OPATTENTE
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE OPATTENTE.

       0300-TRAITER-ENTREE.
           MOVE SPACES TO WS-RESULTAT.
           MOVE SPACES TO WS-MOTIF.
           EVALUATE OA-NATURE
              WHEN 'DEPOT'
                 PERFORM 0400-POSTER-DEPOT
              WHEN 'VIREMENT OCCASIONNEL'
                 PERFORM 0450-POSTER-VIREMENT
              WHEN 'VIREMENT INTERNE'
                 PERFORM 0500-POSTER-DEUX-JAMBES
              WHEN 'OD'
                 PERFORM 0500-POSTER-DEUX-JAMBES
              WHEN OTHER
                 MOVE 'REFUSEE' TO WS-RESULTAT
                 MOVE 'NATURE INCONNUE' TO WS-MOTIF
           END-EVALUATE.

           IF WS-RESULTAT = 'POSTEE'
              ADD 1 TO WS-NB-POSTEES
           ELSE
              ADD 1 TO WS-NB-REFUSEES
           END-IF.
           IF OA-NATURE = 'OD'
              PERFORM 0700-CLORE-OD
           END-IF.
           PERFORM 0800-PREVENIR.
           PERFORM 0850-ECRIRE-CAS.

      *>------------------------------------------------------------------------
      *> depot : meme chemin que FNC-CREDITER-COMPTE-EXEC
      *>------------------------------------------------------------------------
       0400-POSTER-DEPOT.
           MOVE ZEROES TO L-SOLDE.
           MOVE OA-MONTANT TO L-SOMME.
           MOVE OA-COMPTE-SRC TO L-COMPTEID.
           CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-COMPTEID, L-DATE, L-SUCCESS, 'EUR', 'EUR'.
           IF L-SUCCESS NOT = 'OUI'
              MOVE 'REFUSEE' TO WS-RESULTAT
              MOVE 'PLAFOND DE DEPOT DEPASSE' TO WS-MOTIF
              EXIT PARAGRAPH
           END-IF.

           MOVE 'POSTEE' TO WS-RESULTAT.
           MOVE 'DEPOT D ESPECE' TO DET-TYPE.
           MOVE 'DEPOT D ESPECE' TO DET-LIBELLE.
           MOVE '+' TO DET-OPERATOR.
           MOVE OA-COMPTE-SRC TO DET-COMPTEID.
           PERFORM 0600-ECRIRE-PAIRE.

      *>------------------------------------------------------------------------
      *> virement occasionnel : meme chemin que FNC-CREDITER-CC-EXEC
      *>------------------------------------------------------------------------
       0450-POSTER-VIREMENT.
           MOVE ZEROES TO L-SOLDE.
           MOVE OA-MONTANT TO L-SOMME.
           MOVE OA-COMPTE-SRC TO L-COMPTEID.
           MOVE 'VIREMENT OCCASIONNEL' TO L-TYPEOP.
           MOVE WS-COMM-VIREMENT TO L-COMM.
           MOVE SPACES TO L-LIBELLE.
           CALL 'opprelev' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              L-TYPEOP, L-SUCCESS, L-COMM, L-DATE, L-LIBELLE,
              L-COMPTEID, 'EUR', 'EUR'.
           IF L-SUCCESS NOT = 'OUI'
              MOVE 'REFUSEE' TO WS-RESULTAT
              MOVE 'PROVISION INSUFFISANTE OU COMPTE BLOQUE'
                TO WS-MOTIF
              EXIT PARAGRAPH
           END-IF.

           MOVE 'POSTEE' TO WS-RESULTAT.
           MOVE 'VIREMENT OCCASIONNEL' TO DET-TYPE.
           MOVE SPACES TO DET-LIBELLE.
           STRING 'VIREMENT OCCASIONNEL ' FUNCTION TRIM(OA-LIBELLE)
              DELIMITED BY SIZE INTO DET-LIBELLE.
           MOVE '-' TO DET-OPERATOR.
           MOVE OA-COMPTE-SRC TO DET-COMPTEID.
           PERFORM 0600-ECRIRE-PAIRE.

      *>------------------------------------------------------------------------
      *> virement interne et OD : memes deux jambes que
      *> FNC-VIREMENT-INTERNE-EXEC et 0546-APPROUVER-OD, jamais une
      *> seule jambe appliquee
      *>------------------------------------------------------------------------
       0500-POSTER-DEUX-JAMBES.
           MOVE ZEROES TO L-SOLDE.
           MOVE OA-MONTANT TO L-SOMME.
           CALL 'opdebit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              OA-COMPTE-SRC, L-DATE, 'EUR', 'EUR', WS-SUCCES-DEB.
           IF WS-SUCCES-DEB NOT = 'OUI'
              MOVE 'REFUSEE' TO WS-RESULTAT
              MOVE 'DEBIT REFUSE (PLAFOND/DECOUVERT/SAISIE)'
                TO WS-MOTIF
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO L-SOLDE.
           CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              OA-COMPTE-DEST, L-DATE, WS-SUCCES-CRED, 'EUR', 'EUR'.
           IF WS-SUCCES-CRED NOT = 'OUI'
              PERFORM 0550-CONTREPASSER
              EXIT PARAGRAPH
           END-IF.

           MOVE 'POSTEE' TO WS-RESULTAT.
           IF OA-NATURE = 'OD'
              MOVE 'OD CORRECTION' TO DET-TYPE
              MOVE OA-LIBELLE TO DET-LIBELLE
           ELSE
      *>       reference commune des deux jambes, tiree du meme
      *>       compteur que les numeros de sequence du flux
              PERFORM 0650-NEXT-SQL-SEQ
              MOVE WS-SQL-SEQ-NR TO WS-VI-REF
              MOVE 'VIREMENT INTERNE' TO DET-TYPE
              MOVE SPACES TO DET-LIBELLE
              STRING 'VI' WS-VI-REF ' ' FUNCTION TRIM(OA-LIBELLE)
                 DELIMITED BY SIZE INTO DET-LIBELLE
           END-IF.
           MOVE '-' TO DET-OPERATOR.
           MOVE OA-COMPTE-SRC TO DET-COMPTEID.
           PERFORM 0600-ECRIRE-PAIRE.
           MOVE '+' TO DET-OPERATOR.
           MOVE OA-COMPTE-DEST TO DET-COMPTEID.
           PERFORM 0600-ECRIRE-PAIRE.

      *> jambe credit refusee : le debit deja applique est
      *> contrepasse sur le compte source ; contrepassation refusee,
      *> le cas part en file de reparation SUSPENS du back-office
       0550-CONTREPASSER.
           MOVE 'REFUSEE' TO WS-RESULTAT.
           MOVE ZEROES TO L-SOLDE.
           CALL 'opcredit' USING L-SOLDE, L-SOMME, L-NEWSOLDE,
              OA-COMPTE-SRC, L-DATE, WS-SUCCES-CONTRE, 'EUR', 'EUR'.
           IF WS-SUCCES-CONTRE = 'OUI'
              MOVE 'CREDIT REFUSE : DEBIT CONTREPASSE' TO WS-MOTIF
           ELSE
              ADD 1 TO WS-NB-SUSPENS
              IF OA-NATURE = 'OD'
                 MOVE 'OD CONTREPASSE' TO SUS-REFERENCE
              ELSE
                 MOVE 'VI CONTREPASSE' TO SUS-REFERENCE
              END-IF
              MOVE OA-COMPTE-SRC TO SUS-COMPTEID
              MOVE OA-MONTANT TO SUS-MONTANT
              MOVE L-DATE TO SUS-DATE-RECU
              MOVE 'CONTREPASSATION REFUSEE' TO SUS-MOTIF
              MOVE 'A TRAITER' TO SUS-STATUT
              MOVE SPACES TO SUS-IBAN
              OPEN EXTEND SUSPENS
              IF WS-SUSPENS-STATUS = "35"
                 OPEN OUTPUT SUSPENS
              END-IF
              WRITE SUSPENS-RECORD
              CLOSE SUSPENS
              MOVE 'CONTREPASSATION REFUSEE : DEBIT EN SUSPENS'
                TO WS-MOTIF
           END-IF.
      *>    rien ne part au journal : les intentions du compte
      *>    source sont closes
           MOVE OA-COMPTE-SRC TO WS-PI-COMPTEID.
           CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
              WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ.

      *> paire INSERT/UPDATE sequencee et ligne du journal ; type,
      *> libelle, sens et compte poses par l'appelant
       0600-ECRIRE-PAIRE.
           MOVE SPACES TO DET-MONTANT.
           STRING DET-OPERATOR FUNCTION TRIM(OA-MONTANT)
              DELIMITED BY SIZE INTO DET-MONTANT.
           MOVE OA-IDCLIENT TO DET-CLIENTID.
           MOVE L-DATE TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0650-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.

           MOVE OA-MONTANT TO DET-UP-SOMME.
           MOVE DET-COMPTEID TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0650-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

       0650-NEXT-SQL-SEQ.
      *>    numero servi depuis le bail de bloc du module seqbloc
           CALL 'seqbloc' USING WS-SQL-SEQ-NR.

      *>------------------------------------------------------------------------
      *> OD : statut dans ODPEND.DAT (APPLIQUEE, ou EN ATTENTE pour
      *> une nouvelle approbation) et ligne d'audit au nom de
      *> l'operateur qui l'a approuvee
      *>------------------------------------------------------------------------
       0700-CLORE-OD.
           MOVE OA-REFERENCE TO WS-OD-ID-MAJ.
           IF WS-RESULTAT = 'POSTEE'
              MOVE 'APPLIQUEE' TO WS-OD-STATUT-MAJ
           ELSE
              MOVE 'EN ATTENTE' TO WS-OD-STATUT-MAJ
           END-IF.
           PERFORM 0750-REECRIRE-ODPEND.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO BQA-DATE.
           STRING WS-BQ-AUDIT-RAW(1:4) "-" WS-BQ-AUDIT-RAW(5:2) "-"
              WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO BQA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BQA-TIME.
           MOVE OA-OPERATEUR TO BQA-OPERATEUR.
           MOVE "APPROBATION OD" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "OD " OA-REFERENCE " POSTEE EN FIN DE NUIT : "
              WS-OD-STATUT-MAJ
              DELIMITED BY SIZE INTO BQA-DETAIL.
           OPEN EXTEND AUDITLOG.
           WRITE AUDITLOG-LINE FROM WS-BQ-AUDIT-LINE.
           CLOSE AUDITLOG.
           MOVE SPACES TO WS-AUDIT-CHAINE-LIGNE.
           MOVE WS-BQ-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE.
           CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE.

      *> ODPEND.DAT recopie dans ODPEND.TMP avec le nouveau statut
      *> de l'OD, puis remis en place
       0750-REECRIRE-ODPEND.
           OPEN INPUT ODPEND.
           IF WS-ODPEND-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ODPENDTMP.
           MOVE 'NON' TO WS-EOF-ODPEND.
           READ ODPEND
              AT END MOVE 'OUI' TO WS-EOF-ODPEND
           END-READ.
           PERFORM UNTIL WS-EOF-ODPEND = 'OUI'
              IF OD-ID = WS-OD-ID-MAJ
                 AND OD-STATUT = 'DIFFEREE'
                 MOVE WS-OD-STATUT-MAJ TO OD-STATUT
              END-IF
              WRITE ODPENDTMP-RECORD FROM ODPEND-RECORD
              READ ODPEND
                 AT END MOVE 'OUI' TO WS-EOF-ODPEND
              END-READ
           END-PERFORM.
           CLOSE ODPEND.
           CLOSE ODPENDTMP.

           OPEN INPUT ODPENDTMP.
           OPEN OUTPUT ODPEND.
           MOVE 'NON' TO WS-EOF-ODPEND.
           READ ODPENDTMP
              AT END MOVE 'OUI' TO WS-EOF-ODPEND
           END-READ.
           PERFORM UNTIL WS-EOF-ODPEND = 'OUI'
              MOVE ODPENDTMP-RECORD TO ODPEND-RECORD
              WRITE ODPEND-RECORD
              READ ODPENDTMP
                 AT END MOVE 'OUI' TO WS-EOF-ODPEND
              END-READ
           END-PERFORM.
           CLOSE ODPENDTMP.
           CLOSE ODPEND.

      *> le client est prevenu de l'issue par sa messagerie ;
      *> l'operateur du guichet la trouve au rapport
       0800-PREVENIR.
           IF OA-ORIGINE NOT = 'CLIENT' OR OA-IDCLIENT = ZEROES
              EXIT PARAGRAPH
           END-IF.
           IF WS-RESULTAT = 'POSTEE'
              MOVE 'OPERATION DE NUIT EXECUTEE' TO WS-NOTIF-SUBJECT
           ELSE
              MOVE 'OPERATION DE NUIT REFUSEE' TO WS-NOTIF-SUBJECT
           END-IF.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING FUNCTION TRIM(OA-NATURE) ' de ' OA-MONTANT
              ' EUR, compte ' OA-COMPTE-SRC ' : '
              FUNCTION TRIM(WS-RESULTAT) ' '
              FUNCTION TRIM(WS-MOTIF)
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING OA-IDCLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-TODAY-ISO.

       0850-ECRIRE-CAS.
           MOVE OA-HORODATE TO RPT-HORODATE.
           MOVE OA-ORIGINE TO RPT-ORIGINE.
           IF OA-ORIGINE = 'CLIENT'
              MOVE SPACES TO RPT-DEMANDEUR
              MOVE OA-IDCLIENT TO RPT-DEMANDEUR(1:5)
           ELSE
              MOVE OA-OPERATEUR TO RPT-DEMANDEUR
           END-IF.
           MOVE OA-NATURE TO RPT-NATURE.
           MOVE OA-COMPTE-SRC TO RPT-COMPTE-SRC.
           MOVE OA-COMPTE-DEST TO RPT-COMPTE-DEST.
           MOVE OA-MONTANT TO RPT-MONTANT.
           MOVE WS-RESULTAT TO RPT-RESULTAT.
           MOVE WS-MOTIF TO RPT-MOTIF.
           MOVE WS-RPT-DETAIL TO OPATTENTE-RPT-LINE.
           WRITE OPATTENTE-RPT-LINE.

       END PROGRAM opattentebatch.
