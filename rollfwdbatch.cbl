       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollfwdbatch.
       AUTHOR. D.KISAMA.

      *> Reprise a un instant donne de COMPTES.DAT apres restorebatch :
      *> la generation de backupbatch remise en place ramene les
      *> soldes au debut de la chaine de nuit, et tout ce qui a ete
      *> poste depuis etait perdu et ressaisi a la main. Ce batch,
      *> lance a la demande juste apres la restauration, rejoue sur
      *> COMPTES.DAT les operations structurees postees depuis le
      *> point de sauvegarde. Parametre ROLLFWDPARM.DAT : date de la
      *> generation restauree, sequence limite (zeros : tout le
      *> flux), horodatage limite aaaammjjhhmmss (blanc : aucun),
      *> OUI pour appliquer malgre une preuve en ecart.
      *>   - point de sauvegarde : compteur GENERESQLSEQ.DAT de la
      *>     generation ; la generation COMPTES.DAT est verifiee au
      *>     catalogue BACKUPCAT.DAT comme dans restorebatch, et
      *>     COMPTES.DAT doit lui etre identique (sinon le batch a
      *>     deja tourne ou la restauration n'est pas faite) ;
      *>   - flux relu : OPJARCHIVE-/GENARCHIVE-aaaammjj de
      *>     genersqlapply depuis la date de la generation, puis
      *>     OPJOURNAL.DAT, GENERESQL.SQL et GENERUPDATE.SQL ;
      *>   - trous : le compteur de sequence (module seqbloc, baux
      *>     de SEQBLOCPARM.DAT) sert aussi des identifiants et des
      *>     references qui ne laissent aucune ligne dans le flux
      *>     (depots, virements, factures, ordres en attente...) et
      *>     les fins de bail ne sont pas toutes consommees : un
      *>     numero sans ligne n'est donc pas une perte, il est
      *>     seulement compte au rapport, bail par bail. Le journal
      *>     est incomplet -- et la reprise REFUSEE -- quand un
      *>     INSERT INTO OPERATIONS du flux n'a pas sa ligne au
      *>     journal, ou quand une archive journal OPJARCHIVE- d'un
      *>     jour existe sans l'archive GENARCHIVE- du meme jour ;
      *>   - rejeu : chaque ligne du journal posterieure au point de
      *>     sauvegarde apporte son montant signe au compte (meme
      *>     lecture que soldehistbatch). Chaque ligne UPDATE COMPTES
      *>     du flux est rapprochee d'une ligne du journal du meme
      *>     compte et du meme montant ; une ligne UPDATE sans
      *>     operation (compte interne, contrepassation) n'est
      *>     rejouee que si une intention de postage terminee du
      *>     journal POSTINTENT.DAT en porte le mouvement -- les
      *>     lignes correctrices de driftbatch, qui n'alignent que
      *>     DB2, ne touchent pas COMPTES.DAT ;
      *>   - limite horaire : une operation dont l'intention a ete
      *>     terminee apres l'horodatage limite est ecartee, comme
      *>     toute operation sans intention de numero superieur a la
      *>     derniere intention terminee avant la limite ;
      *>   - preuve : total des soldes reconstruits contre total des
      *>     mouvements rejoues, puis, si SOLDEHIST.DAT porte une
      *>     photographie posterieure a la generation et que toutes
      *>     les operations datees jusqu'a elle sont rejouees, solde
      *>     de chaque compte photographie contre generation plus
      *>     mouvements dates jusqu'a la photographie.
      *> Les soldes ne sont reecrits que si la preuve est juste (ou
      *> forcee) ; le compteur GENERESQLSEQ.DAT restaure est alors
      *> repousse au-dela du dernier bail vu. CARTES.DAT,
      *> STANDORD.DAT, MANDATS.DAT et PRETS.DAT n'ont aucune trace
      *> dans le flux genere : restaures, ils restent a leur etat de
      *> sauvegarde et le rapport le rappelle. Rapport ROLLFWD.RPT,
      *> inscrit au spool retenu sous le nom ROLLFWD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROLLFWDPARM ASSIGN TO "ROLLFWDPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROLLFWDPARM-STATUS.

           SELECT BACKUPCAT ASSIGN TO "BACKUPCAT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BACKUPCAT-STATUS.

           SELECT FICHIER-GEN ASSIGN TO WS-NOM-GEN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEN-STATUS.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-COMPTESFILE-STATUS.

           SELECT GENERESQLSEQ ASSIGN TO "GENERESQLSEQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GENERESQLSEQ-STATUS.

           SELECT SEQBLOCPARM ASSIGN TO "SEQBLOCPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEQBLOCPARM-STATUS.

           SELECT POSTINTENT ASSIGN TO "POSTINTENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POSTINTENT-STATUS.

      *> journal relu : archive datee ou OPJOURNAL.DAT
           SELECT JOURNAL-LU ASSIGN TO WS-NOM-JOURNAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

      *> flux genere relu : archive datee, GENERESQL.SQL ou
      *> GENERUPDATE.SQL
           SELECT FLUX-LU ASSIGN TO WS-NOM-FLUX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FLUX-STATUS.

           SELECT SOLDEHIST ASSIGN TO "SOLDEHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOLDEHIST-STATUS.

           SELECT ROLLFWD-RPT ASSIGN TO "ROLLFWD.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ROLLFWDPARM.
       01 ROLLFWDPARM-RECORD.
           05 RFP-DATE           PIC 9(8).
           05 RFP-SEQ-FIN        PIC 9(10).
           05 RFP-HORODATE-FIN   PIC X(14).
           05 RFP-FORCER         PIC X(3).

       FD BACKUPCAT.
       01 BACKUPCAT-RECORD.
           05 BKC-DATE           PIC 9(8).
           05 BKC-FICHIER        PIC X(20).
           05 BKC-NB-LIGNES      PIC 9(7).
           05 BKC-CHECKSUM       PIC 9(9).

       FD FICHIER-GEN.
       01 GEN-LIGNE              PIC X(250).

       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD GENERESQLSEQ.
       01 GENERESQLSEQ-RECORD.
           05 GENERESQLSEQ-LASTNR   PIC 9(10).

       FD SEQBLOCPARM.
       01 SEQBLOCPARM-RECORD.
           05 SBP-TAILLE-BLOC    PIC 9(3).

       FD POSTINTENT.
           COPY "POSTINTENT.cpy".

       FD JOURNAL-LU.
           COPY "OPJOURNAL.cpy".

       FD FLUX-LU.
       01 FLUX-LIGNE             PIC X(215).

       FD SOLDEHIST.
       01 SOLDEHIST-RECORD.
           05 SH-DATE            PIC X(10).
           05 SH-COMPTEID        PIC 9(5).
           05 SH-SOLDE           PIC S9(9)V99.
           05 SH-DEVISE          PIC X(3).

       FD ROLLFWD-RPT.
       01 ROLLFWD-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ROLLFWDPARM-STATUS  PIC X(2).
       01 WS-BACKUPCAT-STATUS    PIC X(2).
       01 WS-GEN-STATUS          PIC X(2).
       01 WS-COMPTESFILE-STATUS  PIC X(2).
       01 WS-GENERESQLSEQ-STATUS PIC X(2).
       01 WS-SEQBLOCPARM-STATUS  PIC X(2).
       01 WS-POSTINTENT-STATUS   PIC X(2).
       01 WS-JOURNAL-STATUS      PIC X(2).
       01 WS-FLUX-STATUS         PIC X(2).
       01 WS-SOLDEHIST-STATUS    PIC X(2).
       01 WS-EOF                 PIC X(3).

       01 WS-NOM-GEN             PIC X(40).
       01 WS-NOM-CIBLE           PIC X(20).
       01 WS-NOM-JOURNAL         PIC X(40).
       01 WS-NOM-FLUX            PIC X(40).

      *> parametres de la reprise
       01 WS-DATE-GEN            PIC 9(8).
       01 WS-DATE-GEN-ISO        PIC X(10).
       01 WS-SEQ-FIN             PIC 9(10).
       01 WS-HORODATE-FIN        PIC X(14).
       01 WS-FORCER              PIC X(3).

      *> verification de la generation au catalogue (meme cumul que
      *> backupbatch et restorebatch)
       01 WS-CAT-NB-LIGNES       PIC 9(7).
       01 WS-CAT-CHECKSUM        PIC 9(9).
       01 WS-CAT-TROUVE          PIC X(3).
       01 WS-NB-LIGNES           PIC 9(7).
       01 WS-CHECKSUM            PIC 9(9).
       01 WS-LG-LIGNE            PIC 9(3).
       01 WS-CAR-IDX             PIC 9(3).
       01 WS-LIGNE-CONDENSAT     PIC X(250).

      *> soldes de la generation et mouvements rejoues, indexes par
      *> le numero de compte
       01 WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 99999 TIMES.
              10 WS-CP-PRESENT       PIC X.
              10 WS-CP-GEN           PIC S9(9)V99.
              10 WS-CP-DELTA         PIC S9(9)V99.
              10 WS-CP-DELTA-SD      PIC S9(9)V99.
              10 WS-CP-PREMIER-OP    PIC 9(5).
              10 WS-CP-PREMIER-INT   PIC 9(5).
       01 WS-CP-IDX              PIC 9(5).
       01 WS-NB-COMPTES-GEN      PIC 9(7) VALUE 0.
       01 WS-NB-COMPTES-FICHIER  PIC 9(7) VALUE 0.
       01 WS-NB-COMPTES-DIFF     PIC 9(7) VALUE 0.

      *> point de sauvegarde et numeros du flux posterieurs : une
      *> case par numero, relative au point de sauvegarde
       01 WS-POINT-SAUVEGARDE    PIC 9(10) VALUE ZEROES.
       01 WS-TAILLE-BAIL         PIC 9(3) VALUE 100.
       01 WS-SQ-TABLE.
           05 WS-SQ-ENTRY OCCURS 50000 TIMES.
      *>       blanc : numero non vu ; J : journal seul ; I : INSERT
      *>       seul ; B : INSERT et journal ; L : autre ligne
              10 WS-SQ-CODE          PIC X.
      *>       O : operation terminee apres l'horodatage limite
              10 WS-SQ-TARDIF        PIC X.
      *>       O : numero porte par une intention terminee
              10 WS-SQ-INTENTION     PIC X.
       01 WS-SQ-MAX              PIC 9(5) VALUE 0.
       01 WS-SQ-IDX              PIC 9(5).
       01 WS-SQ-REL              PIC 9(10).
       01 WS-SQ-TROP-LOIN        PIC X(3) VALUE 'NON'.
       01 WS-SEQ-LIGNE           PIC 9(10).

      *> operations du journal posterieures au point de sauvegarde,
      *> chainees par compte
       01 WS-JO-TABLE.
           05 WS-JO-ENTRY OCCURS 20000 TIMES.
              10 WS-JO-SEQ           PIC 9(10).
              10 WS-JO-COMPTEID      PIC 9(5).
              10 WS-JO-MONTANT       PIC S9(9)V99.
              10 WS-JO-DATEOP        PIC X(10).
              10 WS-JO-APPARIE       PIC X.
              10 WS-JO-SUIVANT       PIC 9(5).
       01 WS-JO-COUNT            PIC 9(5) VALUE 0.
       01 WS-JO-IDX              PIC 9(5).

      *> lignes UPDATE COMPTES posterieures au point de sauvegarde
       01 WS-UP-TABLE.
           05 WS-UP-ENTRY OCCURS 20000 TIMES.
              10 WS-UP-SEQ           PIC 9(10).
              10 WS-UP-COMPTEID      PIC 9(5).
              10 WS-UP-MONTANT       PIC S9(9)V99.
      *>       J : apparie au journal ; P : porte par une intention ;
      *>       C : correction DB2 seule ; T : apres la limite
              10 WS-UP-SORT          PIC X.
              10 WS-UP-DATE          PIC X(10).
       01 WS-UP-COUNT            PIC 9(5) VALUE 0.
       01 WS-UP-IDX              PIC 9(5).
       01 WS-TX-SOMME            PIC X(20).
       01 WS-TX-COMPTE           PIC X(20).
       01 WS-TX-MONTANT          PIC S9(9)V99.
       01 WS-TX-COMPTEID         PIC 9(7).

      *> intentions terminees, chainees par compte
       01 WS-IT-TABLE.
           05 WS-IT-ENTRY OCCURS 20000 TIMES.
              10 WS-IT-HORODATE      PIC X(16).
              10 WS-IT-MONTANT       PIC S9(9)V99.
              10 WS-IT-SEQ           PIC 9(10).
              10 WS-IT-UTILISEE      PIC X.
              10 WS-IT-SUIVANT       PIC 9(5).
       01 WS-IT-COUNT            PIC 9(5) VALUE 0.
       01 WS-IT-IDX              PIC 9(5).
       01 WS-SEQ-DERNIERE-INT    PIC 9(10) VALUE ZEROES.
       01 WS-TABLES-TRONQUE      PIC X(3) VALUE 'NON'.

      *> parcours des archives datees de la generation a ce jour
       01 TODAYS-DATE            PIC 9(8).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-JOUR-INT            PIC 9(8).
       01 WS-JOUR-FIN-INT        PIC 9(8).
       01 WS-JOUR-NUM            PIC 9(8).

      *> controle des trous
       01 WS-BAIL-DEBUT          PIC 9(5).
       01 WS-BAIL-FIN            PIC 9(5).
       01 WS-BAIL-VU-TROU        PIC X(3).
       01 WS-BAIL-UTILISE        PIC X(3).
       01 WS-NB-TROUS            PIC 9(7) VALUE 0.
       01 WS-NB-BAUX-LIBRES      PIC 9(7) VALUE 0.
       01 WS-NB-NUM-LIBRES       PIC 9(7) VALUE 0.
       01 WS-NB-BAIL-LIBRES      PIC 9(5).
       01 WS-NB-SANS-JOURNAL     PIC 9(7) VALUE 0.
       01 WS-NB-ARCH-ORPHELINES  PIC 9(5) VALUE 0.
       01 WS-ARCH-ORPHELINE      PIC 9(8) VALUE 0.
       01 WS-ED-DEBUT            PIC 9(10).
       01 WS-ED-FIN              PIC 9(10).

      *> preuve
       01 WS-SD-DATE             PIC X(10) VALUE SPACES.
       01 WS-SD-INCOMPLET        PIC X(3) VALUE 'NON'.
       01 WS-PREUVE              PIC X(10).
       01 WS-ATTENDU             PIC S9(9)V99.
       01 WS-TOTAL-JOURNAL       PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-INTERNE       PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-RECONSTRUIT   PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-FLUX          PIC S9(11)V99 VALUE 0.

       01 WS-NB-OPS-REJOUEES     PIC 9(7) VALUE 0.
       01 WS-NB-OPS-ECARTEES     PIC 9(7) VALUE 0.
       01 WS-NB-OPS-HORS-GEN     PIC 9(7) VALUE 0.
       01 WS-NB-UP-APPARIES      PIC 9(7) VALUE 0.
       01 WS-NB-UP-INTERNES      PIC 9(7) VALUE 0.
       01 WS-NB-UP-CORRECTIONS   PIC 9(7) VALUE 0.
       01 WS-NB-UP-ECARTEES      PIC 9(7) VALUE 0.
       01 WS-NB-SH-COMPARES      PIC 9(7) VALUE 0.
       01 WS-NB-SH-ECARTS        PIC 9(7) VALUE 0.
       01 WS-NB-REECRITS         PIC 9(7) VALUE 0.
       01 WS-NOUVEAU-LASTNR      PIC 9(10).
       01 WS-NB-BAUX             PIC 9(7).

       01 WS-RPT-COMPTE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-COMPTEID           PIC 9(5).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-LIBELLE            PIC X(30).
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-MONTANT-1          PIC -(9)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-MONTANT-2          PIC -(9)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 RPT-SEQ                PIC Z(9)9.
       01 WS-ED-TOTAL            PIC -(11)9.99.
       01 WS-ED-TOTAL-2          PIC -(11)9.99.

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.

      *> trace du passage dans le grand livre BATCHRUN.DAT
       01 WS-BR-PROGRAM         PIC X(20) VALUE 'rollfwdbatch'.
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

           PERFORM 0150-READ-ROLLFWDPARM.
           IF WS-DATE-GEN = ZEROES
              DISPLAY "ROLLFWDPARM.DAT absent ou vide : rien a faire"
              GOBACK
           END-IF.
           MOVE SPACES TO WS-DATE-GEN-ISO.
           STRING WS-DATE-GEN(1:4) "-" WS-DATE-GEN(5:2) "-"
              WS-DATE-GEN(7:2)
              DELIMITED BY SIZE INTO WS-DATE-GEN-ISO.

           OPEN OUTPUT ROLLFWD-RPT.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           STRING "REPRISE DE COMPTES.DAT DEPUIS LA GENERATION "
              WS-DATE-GEN " AU " WS-TODAY-ISO
              DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.

           PERFORM 0200-CHARGER-GENERATION.
           IF WS-PREUVE = 'REFUS'
              PERFORM 0990-REFUSER
              GOBACK
           END-IF.

           PERFORM 0250-READ-SEQBLOCPARM.
           PERFORM 0300-CHARGER-INTENTIONS.
           PERFORM 0400-CHARGER-JOURNAL.
           PERFORM 0500-CHARGER-FLUX.
           IF WS-TABLES-TRONQUE = 'OUI' OR WS-SQ-TROP-LOIN = 'OUI'
              MOVE "*** FLUX TROP LONG POUR UNE REPRISE : REFUS"
                TO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              PERFORM 0990-REFUSER
              GOBACK
           END-IF.

           PERFORM 0600-CONTROLER-TROUS.
           IF WS-NB-SANS-JOURNAL > 0 OR WS-NB-ARCH-ORPHELINES > 0
              MOVE SPACES TO ROLLFWD-RPT-LINE
              STRING "*** JOURNAL INCOMPLET APRES LE POINT DE "
                 "SAUVEGARDE (INSERT NON JOURNALISES: "
                 WS-NB-SANS-JOURNAL
                 "  JOURS SANS FLUX ARCHIVE: " WS-NB-ARCH-ORPHELINES
                 ") : REFUS"
                 DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              PERFORM 0990-REFUSER
              GOBACK
           END-IF.

           PERFORM 0650-CHERCHER-PHOTOGRAPHIE.
           PERFORM 0700-APPARIER-UPDATES.
           PERFORM 0800-REJOUER.
           PERFORM 0900-PROUVER.

           MOVE SPACES TO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           IF WS-PREUVE = 'JUSTE' OR WS-FORCER = 'OUI'
              PERFORM 0950-APPLIQUER
           ELSE
              MOVE "*** PREUVE EN ECART : COMPTES.DAT NON REECRIT"
                TO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
           END-IF.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           STRING "  CARTES.DAT, STANDORD.DAT, MANDATS.DAT, PRETS.DAT"
              " : ETAT DE LA SAUVEGARDE (AUCUNE TRACE DANS LE FLUX)"
              DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.

           MOVE SPACES TO ROLLFWD-RPT-LINE.
           STRING "OPERATIONS REJOUEES: " WS-NB-OPS-REJOUEES
              "  ECARTEES: " WS-NB-OPS-ECARTEES
              "  MOUVEMENTS INTERNES: " WS-NB-UP-INTERNES
              "  COMPTES REECRITS: " WS-NB-REECRITS
              "  PREUVE: " WS-PREUVE
              DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           CLOSE ROLLFWD-RPT.

           MOVE 'ROLLFWD' TO WS-SPOOL-NOM.
           MOVE 'ROLLFWD.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-NB-OPS-REJOUEES TO WS-BR-RECORDS.
           ADD WS-NB-UP-INTERNES TO WS-BR-RECORDS.
           MOVE WS-NB-SH-ECARTS TO WS-BR-FAILED.
           ADD WS-NB-OPS-HORS-GEN TO WS-BR-FAILED.
           IF WS-NB-REECRITS > 0 OR WS-PREUVE = 'JUSTE'
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'ECHEC' TO WS-BR-STATUT
              MOVE 8 TO RETURN-CODE
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.

           GOBACK.

       0150-READ-ROLLFWDPARM.
           MOVE ZEROES TO WS-DATE-GEN.
           MOVE ZEROES TO WS-SEQ-FIN.
           MOVE SPACES TO WS-HORODATE-FIN.
           MOVE 'NON' TO WS-FORCER.
           OPEN INPUT ROLLFWDPARM.
           IF WS-ROLLFWDPARM-STATUS = "00"
              READ ROLLFWDPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RFP-DATE TO WS-DATE-GEN
                    IF RFP-SEQ-FIN IS NUMERIC
                       MOVE RFP-SEQ-FIN TO WS-SEQ-FIN
                    END-IF
                    MOVE RFP-HORODATE-FIN TO WS-HORODATE-FIN
                    IF RFP-FORCER = 'OUI'
                       MOVE 'OUI' TO WS-FORCER
                    END-IF
              END-READ
              CLOSE ROLLFWDPARM
           END-IF.

      *>------------------------------------------------------------------------
      *> generation COMPTES.DAT verifiee au catalogue et chargee,
      *> point de sauvegarde lu dans la generation du compteur, et
      *> COMPTES.DAT compare a la generation
      *>------------------------------------------------------------------------
       0200-CHARGER-GENERATION.
           MOVE SPACES TO WS-PREUVE.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > 99998
              MOVE 'N' TO WS-CP-PRESENT(WS-CP-IDX)
              MOVE ZEROES TO WS-CP-GEN(WS-CP-IDX)
              MOVE ZEROES TO WS-CP-DELTA(WS-CP-IDX)
              MOVE ZEROES TO WS-CP-DELTA-SD(WS-CP-IDX)
              MOVE ZEROES TO WS-CP-PREMIER-OP(WS-CP-IDX)
              MOVE ZEROES TO WS-CP-PREMIER-INT(WS-CP-IDX)
           END-PERFORM.
           MOVE 'N' TO WS-CP-PRESENT(99999).
           MOVE ZEROES TO WS-CP-GEN(99999).
           MOVE ZEROES TO WS-CP-DELTA(99999).
           MOVE ZEROES TO WS-CP-DELTA-SD(99999).
           MOVE ZEROES TO WS-CP-PREMIER-OP(99999).
           MOVE ZEROES TO WS-CP-PREMIER-INT(99999).

           MOVE 'COMPTES.DAT' TO WS-NOM-CIBLE.
           PERFORM 0210-VERIFIER-GENERATION.
           IF WS-PREUVE = 'REFUS'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FICHIER-GEN.
           READ FICHIER-GEN
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              MOVE GEN-LIGNE(1:19) TO COMPTESFILE-RECORD
              IF CF-COMPTEID > 0
                 MOVE 'O' TO WS-CP-PRESENT(CF-COMPTEID)
                 MOVE CF-SOLDE TO WS-CP-GEN(CF-COMPTEID)
                 ADD 1 TO WS-NB-COMPTES-GEN
              END-IF
              READ FICHIER-GEN
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FICHIER-GEN.

           MOVE 'GENERESQLSEQ.DAT' TO WS-NOM-CIBLE.
           PERFORM 0210-VERIFIER-GENERATION.
           IF WS-PREUVE = 'REFUS'
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FICHIER-GEN.
           READ FICHIER-GEN
              AT END
                 CONTINUE
              NOT AT END
                 IF GEN-LIGNE(1:10) IS NUMERIC
                    MOVE GEN-LIGNE(1:10) TO WS-POINT-SAUVEGARDE
                 END-IF
           END-READ.
           CLOSE FICHIER-GEN.
           MOVE WS-POINT-SAUVEGARDE TO WS-ED-DEBUT.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           STRING "  POINT DE SAUVEGARDE : SEQUENCE " WS-ED-DEBUT
              "  COMPTES DE LA GENERATION : " WS-NB-COMPTES-GEN
              DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.

      *>    COMPTES.DAT doit etre la generation restauree
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS NOT = "00"
              MOVE "*** COMPTES.DAT INACCESSIBLE : REFUS"
                TO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              MOVE 'REFUS' TO WS-PREUVE
              EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO CF-COMPTEID.
           START COMPTESFILE KEY NOT < CF-COMPTEID
              INVALID KEY MOVE 'OUI' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'OUI'
              READ COMPTESFILE NEXT
                 AT END MOVE 'OUI' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-NB-COMPTES-FICHIER
                    IF CF-COMPTEID = 0
                       ADD 1 TO WS-NB-COMPTES-DIFF
                    ELSE
                       IF WS-CP-PRESENT(CF-COMPTEID) NOT = 'O'
                          OR WS-CP-GEN(CF-COMPTEID) NOT = CF-SOLDE
                          ADD 1 TO WS-NB-COMPTES-DIFF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPTESFILE.
           IF WS-NB-COMPTES-DIFF > 0
              OR WS-NB-COMPTES-FICHIER NOT = WS-NB-COMPTES-GEN
              MOVE SPACES TO ROLLFWD-RPT-LINE
              STRING "*** COMPTES.DAT DIFFERE DE LA GENERATION ("
                 WS-NB-COMPTES-DIFF " COMPTES) : RESTAURER D'ABORD"
                 DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              MOVE 'REFUS' TO WS-PREUVE
           END-IF.

      *> generation WS-NOM-CIBLE du jour WS-DATE-GEN : presente au
      *> catalogue et de meme somme de controle
       0210-VERIFIER-GENERATION.
           MOVE SPACES TO WS-NOM-GEN.
           STRING FUNCTION TRIM(WS-NOM-CIBLE) '-GEN-' WS-DATE-GEN
              DELIMITED BY SIZE INTO WS-NOM-GEN.

           MOVE 'NON' TO WS-CAT-TROUVE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT BACKUPCAT.
           IF WS-BACKUPCAT-STATUS = "00"
              READ BACKUPCAT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF BKC-DATE = WS-DATE-GEN
                    AND BKC-FICHIER = WS-NOM-CIBLE
                    MOVE 'OUI' TO WS-CAT-TROUVE
                    MOVE BKC-NB-LIGNES TO WS-CAT-NB-LIGNES
                    MOVE BKC-CHECKSUM TO WS-CAT-CHECKSUM
                 END-IF
                 READ BACKUPCAT
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE BACKUPCAT
           END-IF.
           IF WS-CAT-TROUVE = 'NON'
              MOVE SPACES TO ROLLFWD-RPT-LINE
              STRING "*** GENERATION ABSENTE DU CATALOGUE : "
                 WS-NOM-GEN
                 DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              MOVE 'REFUS' TO WS-PREUVE
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-NB-LIGNES.
           MOVE ZEROES TO WS-CHECKSUM.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FICHIER-GEN.
           IF WS-GEN-STATUS = "00"
              READ FICHIER-GEN
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 ADD 1 TO WS-NB-LIGNES
                 IF WS-NOM-CIBLE = 'COMPTES.DAT'
                    MOVE 19 TO WS-LG-LIGNE
                 ELSE
                    MOVE FUNCTION STORED-CHAR-LENGTH(GEN-LIGNE)
                      TO WS-LG-LIGNE
                 END-IF
                 MOVE GEN-LIGNE TO WS-LIGNE-CONDENSAT
                 PERFORM 0220-CONDENSER-LIGNE
                 READ FICHIER-GEN
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-GEN
           END-IF.
           IF WS-NB-LIGNES NOT = WS-CAT-NB-LIGNES
              OR WS-CHECKSUM NOT = WS-CAT-CHECKSUM
              MOVE SPACES TO ROLLFWD-RPT-LINE
              STRING "*** GENERATION ALTEREE : " WS-NOM-GEN
                 DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              MOVE 'REFUS' TO WS-PREUVE
           END-IF.

       0220-CONDENSER-LIGNE.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
              UNTIL WS-CAR-IDX > WS-LG-LIGNE
              COMPUTE WS-CHECKSUM = FUNCTION MOD
                 (WS-CHECKSUM * 31
                  + FUNCTION ORD(WS-LIGNE-CONDENSAT(WS-CAR-IDX:1)),
                 999999937)
           END-PERFORM.

       0250-READ-SEQBLOCPARM.
           OPEN INPUT SEQBLOCPARM.
           IF WS-SEQBLOCPARM-STATUS = "00"
              READ SEQBLOCPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SBP-TAILLE-BLOC IS NUMERIC
                       AND SBP-TAILLE-BLOC NOT = ZEROES
                       MOVE SBP-TAILLE-BLOC TO WS-TAILLE-BAIL
                    END-IF
              END-READ
              CLOSE SEQBLOCPARM
           END-IF.

      *>------------------------------------------------------------------------
      *> intentions terminees depuis le point de sauvegarde (le
      *> journal des intentions est repris en tete de chaine, juste
      *> avant la sauvegarde) ; limite horaire reportee sur les
      *> numeros du flux
      *>------------------------------------------------------------------------
       0300-CHARGER-INTENTIONS.
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
              UNTIL WS-SQ-IDX > 49999
              MOVE SPACE TO WS-SQ-CODE(WS-SQ-IDX)
              MOVE SPACE TO WS-SQ-TARDIF(WS-SQ-IDX)
              MOVE SPACE TO WS-SQ-INTENTION(WS-SQ-IDX)
           END-PERFORM.
           MOVE SPACE TO WS-SQ-CODE(50000).
           MOVE SPACE TO WS-SQ-TARDIF(50000).
           MOVE SPACE TO WS-SQ-INTENTION(50000).

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT POSTINTENT.
           IF WS-POSTINTENT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ POSTINTENT
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF PI-ETAT = 'TERMINE' AND PI-COMPTEID > 0
                 PERFORM 0310-RETENIR-INTENTION
              END-IF
              READ POSTINTENT
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE POSTINTENT.

       0310-RETENIR-INTENTION.
           IF WS-IT-COUNT NOT < 20000
              MOVE 'OUI' TO WS-TABLES-TRONQUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IT-COUNT.
           MOVE PI-HORODATE TO WS-IT-HORODATE(WS-IT-COUNT).
           MOVE PI-MONTANT TO WS-IT-MONTANT(WS-IT-COUNT).
           MOVE PI-SEQ TO WS-IT-SEQ(WS-IT-COUNT).
           MOVE 'N' TO WS-IT-UTILISEE(WS-IT-COUNT).
           MOVE WS-CP-PREMIER-INT(PI-COMPTEID)
             TO WS-IT-SUIVANT(WS-IT-COUNT).
           MOVE WS-IT-COUNT TO WS-CP-PREMIER-INT(PI-COMPTEID).

           IF PI-SEQ NOT > WS-POINT-SAUVEGARDE
              EXIT PARAGRAPH
           END-IF.
           MOVE PI-SEQ TO WS-SEQ-LIGNE.
           PERFORM 0550-POSITION-SEQ.
           IF WS-SQ-REL = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SQ-REL TO WS-SQ-IDX.
           MOVE 'O' TO WS-SQ-INTENTION(WS-SQ-IDX).
           IF WS-HORODATE-FIN NOT = SPACES
              IF PI-HORODATE(1:14) > WS-HORODATE-FIN
                 MOVE 'O' TO WS-SQ-TARDIF(WS-SQ-IDX)
              ELSE
                 IF PI-SEQ > WS-SEQ-DERNIERE-INT
                    MOVE PI-SEQ TO WS-SEQ-DERNIERE-INT
                 END-IF
              END-IF
           END-IF.

      *>------------------------------------------------------------------------
      *> journal posterieur au point de sauvegarde : archives datees
      *> de la generation a ce jour, puis OPJOURNAL.DAT
      *>------------------------------------------------------------------------
       0400-CHARGER-JOURNAL.
           COMPUTE WS-JOUR-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-GEN).
           COMPUTE WS-JOUR-FIN-INT =
              FUNCTION INTEGER-OF-DATE(TODAYS-DATE).
           PERFORM UNTIL WS-JOUR-INT > WS-JOUR-FIN-INT
              COMPUTE WS-JOUR-NUM = FUNCTION DATE-OF-INTEGER
                 (WS-JOUR-INT)
              MOVE SPACES TO WS-NOM-JOURNAL
              STRING "OPJARCHIVE-" WS-JOUR-NUM ".DAT"
                 DELIMITED BY SIZE INTO WS-NOM-JOURNAL
              PERFORM 0410-LIRE-JOURNAL
              ADD 1 TO WS-JOUR-INT
           END-PERFORM.
           MOVE "OPJOURNAL.DAT" TO WS-NOM-JOURNAL.
           PERFORM 0410-LIRE-JOURNAL.

       0410-LIRE-JOURNAL.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT JOURNAL-LU.
           IF WS-JOURNAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ JOURNAL-LU
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF OJ-SEQ > WS-POINT-SAUVEGARDE
                 PERFORM 0420-RETENIR-OPERATION
              END-IF
              READ JOURNAL-LU
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-LU.

       0420-RETENIR-OPERATION.
           MOVE OJ-SEQ TO WS-SEQ-LIGNE.
           PERFORM 0550-POSITION-SEQ.
           IF WS-SQ-REL = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SQ-REL TO WS-SQ-IDX.
      *>    meme numero deja lu : ligne en double d'une relance
           IF WS-SQ-CODE(WS-SQ-IDX) = 'J'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'J' TO WS-SQ-CODE(WS-SQ-IDX).
           IF WS-JO-COUNT NOT < 20000 OR OJ-COMPTEID = 0
              MOVE 'OUI' TO WS-TABLES-TRONQUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JO-COUNT.
           MOVE OJ-SEQ TO WS-JO-SEQ(WS-JO-COUNT).
           MOVE OJ-COMPTEID TO WS-JO-COMPTEID(WS-JO-COUNT).
           IF OJ-SIGNE = '-'
              COMPUTE WS-JO-MONTANT(WS-JO-COUNT) = 0 - OJ-MONTANT
           ELSE
              MOVE OJ-MONTANT TO WS-JO-MONTANT(WS-JO-COUNT)
           END-IF.
           MOVE OJ-DATEOP TO WS-JO-DATEOP(WS-JO-COUNT).
           MOVE 'N' TO WS-JO-APPARIE(WS-JO-COUNT).
           MOVE WS-CP-PREMIER-OP(OJ-COMPTEID)
             TO WS-JO-SUIVANT(WS-JO-COUNT).
           MOVE WS-JO-COUNT TO WS-CP-PREMIER-OP(OJ-COMPTEID).

      *>------------------------------------------------------------------------
      *> flux genere posterieur au point de sauvegarde : archives
      *> datees, puis GENERESQL.SQL et GENERUPDATE.SQL
      *>------------------------------------------------------------------------
       0500-CHARGER-FLUX.
           COMPUTE WS-JOUR-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-GEN).
           PERFORM UNTIL WS-JOUR-INT > WS-JOUR-FIN-INT
              COMPUTE WS-JOUR-NUM = FUNCTION DATE-OF-INTEGER
                 (WS-JOUR-INT)
              MOVE SPACES TO WS-NOM-FLUX
              STRING "GENARCHIVE-" WS-JOUR-NUM ".SQL"
                 DELIMITED BY SIZE INTO WS-NOM-FLUX
              PERFORM 0510-LIRE-FLUX
              IF WS-FLUX-STATUS NOT = "00"
                 PERFORM 0540-CONTROLER-ARCHIVE
              END-IF
              ADD 1 TO WS-JOUR-INT
           END-PERFORM.
           MOVE "GENERESQL.SQL" TO WS-NOM-FLUX.
           PERFORM 0510-LIRE-FLUX.
           MOVE "GENERUPDATE.SQL" TO WS-NOM-FLUX.
           PERFORM 0510-LIRE-FLUX.

       0510-LIRE-FLUX.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FLUX-LU.
           IF WS-FLUX-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FLUX-LU
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF FLUX-LIGNE(201:5) = " SEQ="
                 AND FLUX-LIGNE(206:10) IS NUMERIC
                 MOVE FLUX-LIGNE(206:10) TO WS-SEQ-LIGNE
                 IF WS-SEQ-LIGNE > WS-POINT-SAUVEGARDE
                    PERFORM 0520-RETENIR-LIGNE
                 END-IF
              END-IF
              READ FLUX-LU
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FLUX-LU.

       0520-RETENIR-LIGNE.
           PERFORM 0550-POSITION-SEQ.
           IF WS-SQ-REL = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SQ-REL TO WS-SQ-IDX.
           IF FLUX-LIGNE(1:22) = 'INSERT INTO OPERATIONS'
              EVALUATE WS-SQ-CODE(WS-SQ-IDX)
                 WHEN 'J'
                    MOVE 'B' TO WS-SQ-CODE(WS-SQ-IDX)
                 WHEN SPACE
                    MOVE 'I' TO WS-SQ-CODE(WS-SQ-IDX)
              END-EVALUATE
              EXIT PARAGRAPH
           END-IF.
           IF WS-SQ-CODE(WS-SQ-IDX) = 'L'
              EXIT PARAGRAPH
           END-IF.
           IF WS-SQ-CODE(WS-SQ-IDX) = SPACE
              MOVE 'L' TO WS-SQ-CODE(WS-SQ-IDX)
           END-IF.
           IF FLUX-LIGNE(1:33) = 'UPDATE COMPTES SET SOLDE = SOLDE '
              PERFORM 0530-RETENIR-UPDATE
           END-IF.

      *> 'UPDATE COMPTES SET SOLDE = SOLDE +nnnnn.nn WHERE COMPTEID =
      *> ccccc;' (disposition SQL-UPDATE-LINE d'activity2banq)
       0530-RETENIR-UPDATE.
           MOVE SPACES TO WS-TX-SOMME.
           MOVE SPACES TO WS-TX-COMPTE.
           UNSTRING FLUX-LIGNE(35:166)
              DELIMITED BY ' WHERE COMPTEID = ' OR ';'
              INTO WS-TX-SOMME, WS-TX-COMPTE.
           IF WS-TX-SOMME = SPACES OR WS-TX-COMPTE = SPACES
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TX-MONTANT = FUNCTION NUMVAL(WS-TX-SOMME).
           COMPUTE WS-TX-COMPTEID = FUNCTION NUMVAL(WS-TX-COMPTE).
           IF WS-TX-COMPTEID = 0 OR WS-TX-COMPTEID > 99999
              EXIT PARAGRAPH
           END-IF.
           IF FLUX-LIGNE(34:1) = '-'
              COMPUTE WS-TX-MONTANT = 0 - WS-TX-MONTANT
           END-IF.
           IF WS-UP-COUNT NOT < 20000
              MOVE 'OUI' TO WS-TABLES-TRONQUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-UP-COUNT.
           MOVE WS-SEQ-LIGNE TO WS-UP-SEQ(WS-UP-COUNT).
           MOVE WS-TX-COMPTEID TO WS-UP-COMPTEID(WS-UP-COUNT).
           MOVE WS-TX-MONTANT TO WS-UP-MONTANT(WS-UP-COUNT).
           MOVE SPACE TO WS-UP-SORT(WS-UP-COUNT).
           MOVE SPACES TO WS-UP-DATE(WS-UP-COUNT).

      *> pas d'archive du flux pour le jour WS-JOUR-NUM : genersqlapply
      *> archive le flux a chaque passage, le journal seulement s'il
      *> existe ; une archive journal seule signe un flux perdu
       0540-CONTROLER-ARCHIVE.
           MOVE SPACES TO WS-NOM-JOURNAL.
           STRING "OPJARCHIVE-" WS-JOUR-NUM ".DAT"
              DELIMITED BY SIZE INTO WS-NOM-JOURNAL.
           OPEN INPUT JOURNAL-LU.
           IF WS-JOURNAL-STATUS = "00"
              CLOSE JOURNAL-LU
              ADD 1 TO WS-NB-ARCH-ORPHELINES
              MOVE WS-JOUR-NUM TO WS-ARCH-ORPHELINE
           END-IF.

      *> rang du numero WS-SEQ-LIGNE apres le point de sauvegarde
      *> (0 : hors de la table, la reprise sera refusee)
       0550-POSITION-SEQ.
           COMPUTE WS-SQ-REL = WS-SEQ-LIGNE - WS-POINT-SAUVEGARDE.
           IF WS-SQ-REL > 50000
              MOVE 'OUI' TO WS-SQ-TROP-LOIN
              MOVE 0 TO WS-SQ-REL
              EXIT PARAGRAPH
           END-IF.
           IF WS-SQ-REL > WS-SQ-MAX
              MOVE WS-SQ-REL TO WS-SQ-MAX
           END-IF.

      *>------------------------------------------------------------------------
      *> baux successifs de WS-TAILLE-BAIL numeros depuis le point de
      *> sauvegarde : les numeros sans ligne (identifiants, fins de
      *> bail) sont comptes ; chaque INSERT doit avoir sa ligne
      *> journal et chaque archive journal son archive du flux
      *>------------------------------------------------------------------------
       0600-CONTROLER-TROUS.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           MOVE "CONTROLE DE CONTINUITE DU FLUX" TO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           MOVE 1 TO WS-BAIL-DEBUT.
           PERFORM UNTIL WS-BAIL-DEBUT > WS-SQ-MAX
              COMPUTE WS-BAIL-FIN = WS-BAIL-DEBUT + WS-TAILLE-BAIL - 1
              IF WS-BAIL-FIN > WS-SQ-MAX
                 MOVE WS-SQ-MAX TO WS-BAIL-FIN
              END-IF
              PERFORM 0610-CONTROLER-UN-BAIL
              COMPUTE WS-BAIL-DEBUT = WS-BAIL-DEBUT + WS-TAILLE-BAIL
           END-PERFORM.
           IF WS-NB-ARCH-ORPHELINES > 0
              MOVE SPACES TO ROLLFWD-RPT-LINE
              STRING "  ARCHIVE JOURNAL SANS ARCHIVE DU FLUX : "
                 WS-NB-ARCH-ORPHELINES " JOUR(S), DERNIER "
                 WS-ARCH-ORPHELINE
                 DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
           END-IF.
           MOVE WS-SQ-MAX TO WS-ED-FIN.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           STRING "  " WS-ED-FIN " NUMEROS APRES LE POINT DE "
              "SAUVEGARDE, SANS LIGNE: " WS-NB-NUM-LIBRES
              "  (BAUX ENTAMES: " WS-NB-TROUS
              "  BAUX ENTIERS: " WS-NB-BAUX-LIBRES ")"
              DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.

       0610-CONTROLER-UN-BAIL.
           MOVE 'NON' TO WS-BAIL-VU-TROU.
           MOVE 'NON' TO WS-BAIL-UTILISE.
           MOVE 0 TO WS-NB-BAIL-LIBRES.
           PERFORM VARYING WS-SQ-IDX FROM WS-BAIL-DEBUT BY 1
              UNTIL WS-SQ-IDX > WS-BAIL-FIN
              IF WS-SQ-CODE(WS-SQ-IDX) = SPACE
                 MOVE 'OUI' TO WS-BAIL-VU-TROU
                 ADD 1 TO WS-NB-BAIL-LIBRES
              ELSE
                 MOVE 'OUI' TO WS-BAIL-UTILISE
                 IF WS-SQ-CODE(WS-SQ-IDX) = 'I'
                    ADD 1 TO WS-NB-SANS-JOURNAL
                    COMPUTE WS-ED-DEBUT = WS-POINT-SAUVEGARDE
                       + WS-SQ-IDX
                    MOVE SPACES TO ROLLFWD-RPT-LINE
                    STRING "  INSERT SANS LIGNE JOURNAL : SEQUENCE "
                       WS-ED-DEBUT
                       DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE
                    WRITE ROLLFWD-RPT-LINE
                 END-IF
              END-IF
           END-PERFORM.
           ADD WS-NB-BAIL-LIBRES TO WS-NB-NUM-LIBRES.
           IF WS-BAIL-UTILISE = 'NON'
              ADD 1 TO WS-NB-BAUX-LIBRES
           ELSE
              IF WS-BAIL-VU-TROU = 'OUI'
                 ADD 1 TO WS-NB-TROUS
              END-IF
           END-IF.

      *> derniere photographie SOLDEHIST posterieure a la generation
      *> (soldehistbatch tourne apres les postages de la nuit)
       0650-CHERCHER-PHOTOGRAPHIE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SOLDEHIST.
           IF WS-SOLDEHIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ SOLDEHIST
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF SH-DATE NOT < WS-DATE-GEN-ISO
                 AND SH-DATE > WS-SD-DATE
                 MOVE SH-DATE TO WS-SD-DATE
              END-IF
              READ SOLDEHIST
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SOLDEHIST.

      *>------------------------------------------------------------------------
      *> chaque ligne UPDATE COMPTES : operation du journal du meme
      *> compte et du meme montant, sinon intention terminee qui en
      *> porte le mouvement, sinon correction DB2 seule
      *>------------------------------------------------------------------------
       0700-APPARIER-UPDATES.
           PERFORM VARYING WS-UP-IDX FROM 1 BY 1
              UNTIL WS-UP-IDX > WS-UP-COUNT
              MOVE WS-CP-PREMIER-OP(WS-UP-COMPTEID(WS-UP-IDX))
                TO WS-JO-IDX
              PERFORM UNTIL WS-JO-IDX = 0
                 OR WS-UP-SORT(WS-UP-IDX) NOT = SPACE
                 IF WS-JO-APPARIE(WS-JO-IDX) = 'N'
                    AND WS-JO-MONTANT(WS-JO-IDX)
                      = WS-UP-MONTANT(WS-UP-IDX)
                    MOVE 'O' TO WS-JO-APPARIE(WS-JO-IDX)
                    MOVE 'J' TO WS-UP-SORT(WS-UP-IDX)
                    ADD 1 TO WS-NB-UP-APPARIES
                 END-IF
                 MOVE WS-JO-SUIVANT(WS-JO-IDX) TO WS-JO-IDX
              END-PERFORM
              IF WS-UP-SORT(WS-UP-IDX) = SPACE
                 PERFORM 0710-CHERCHER-INTENTION
              END-IF
           END-PERFORM.

       0710-CHERCHER-INTENTION.
           MOVE WS-CP-PREMIER-INT(WS-UP-COMPTEID(WS-UP-IDX))
             TO WS-IT-IDX.
           PERFORM UNTIL WS-IT-IDX = 0
              OR WS-UP-SORT(WS-UP-IDX) NOT = SPACE
              IF WS-IT-UTILISEE(WS-IT-IDX) = 'N'
                 AND WS-IT-MONTANT(WS-IT-IDX)
                   = WS-UP-MONTANT(WS-UP-IDX)
                 AND (WS-IT-SEQ(WS-IT-IDX) = ZEROES
                   OR WS-IT-SEQ(WS-IT-IDX) = WS-UP-SEQ(WS-UP-IDX))
                 MOVE 'O' TO WS-IT-UTILISEE(WS-IT-IDX)
                 MOVE SPACES TO WS-UP-DATE(WS-UP-IDX)
                 STRING WS-IT-HORODATE(WS-IT-IDX)(1:4) "-"
                    WS-IT-HORODATE(WS-IT-IDX)(5:2) "-"
                    WS-IT-HORODATE(WS-IT-IDX)(7:2)
                    DELIMITED BY SIZE INTO WS-UP-DATE(WS-UP-IDX)
                 IF WS-HORODATE-FIN NOT = SPACES
                    AND WS-IT-HORODATE(WS-IT-IDX)(1:14)
                      > WS-HORODATE-FIN
                    MOVE 'T' TO WS-UP-SORT(WS-UP-IDX)
                 ELSE
                    MOVE 'P' TO WS-UP-SORT(WS-UP-IDX)
                 END-IF
              END-IF
              MOVE WS-IT-SUIVANT(WS-IT-IDX) TO WS-IT-IDX
           END-PERFORM.
           IF WS-UP-SORT(WS-UP-IDX) = SPACE
              MOVE 'C' TO WS-UP-SORT(WS-UP-IDX)
           END-IF.

      *>------------------------------------------------------------------------
      *> rejeu en memoire : operations du journal dans la limite,
      *> puis mouvements internes portes par une intention
      *>------------------------------------------------------------------------
       0800-REJOUER.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           MOVE "OPERATIONS ECARTEES OU SANS COMPTE"
             TO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           PERFORM VARYING WS-JO-IDX FROM 1 BY 1
              UNTIL WS-JO-IDX > WS-JO-COUNT
              PERFORM 0810-REJOUER-OPERATION
           END-PERFORM.
           PERFORM VARYING WS-UP-IDX FROM 1 BY 1
              UNTIL WS-UP-IDX > WS-UP-COUNT
              PERFORM 0820-REJOUER-INTERNE
           END-PERFORM.

       0810-REJOUER-OPERATION.
           MOVE WS-JO-SEQ(WS-JO-IDX) TO WS-SEQ-LIGNE.
           PERFORM 0550-POSITION-SEQ.
           MOVE WS-SQ-REL TO WS-SQ-IDX.
           IF (WS-SEQ-FIN NOT = ZEROES
                 AND WS-JO-SEQ(WS-JO-IDX) > WS-SEQ-FIN)
              OR WS-SQ-TARDIF(WS-SQ-IDX) = 'O'
              OR (WS-HORODATE-FIN NOT = SPACES
                 AND WS-SQ-INTENTION(WS-SQ-IDX) NOT = 'O'
                 AND WS-JO-SEQ(WS-JO-IDX) > WS-SEQ-DERNIERE-INT)
              ADD 1 TO WS-NB-OPS-ECARTEES
              IF WS-SD-DATE NOT = SPACES
                 AND WS-JO-DATEOP(WS-JO-IDX) NOT > WS-SD-DATE
                 MOVE 'OUI' TO WS-SD-INCOMPLET
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-CP-PRESENT(WS-JO-COMPTEID(WS-JO-IDX)) NOT = 'O'
              ADD 1 TO WS-NB-OPS-HORS-GEN
              MOVE WS-JO-COMPTEID(WS-JO-IDX) TO RPT-COMPTEID
              MOVE "COMPTE ABSENT DE LA GENERATION" TO RPT-LIBELLE
              MOVE WS-JO-MONTANT(WS-JO-IDX) TO RPT-MONTANT-1
              MOVE ZEROES TO RPT-MONTANT-2
              MOVE WS-JO-SEQ(WS-JO-IDX) TO RPT-SEQ
              MOVE WS-RPT-COMPTE TO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-OPS-REJOUEES.
           ADD WS-JO-MONTANT(WS-JO-IDX) TO WS-TOTAL-JOURNAL.
           ADD WS-JO-MONTANT(WS-JO-IDX)
             TO WS-CP-DELTA(WS-JO-COMPTEID(WS-JO-IDX)).
           IF WS-SD-DATE NOT = SPACES
              AND WS-JO-DATEOP(WS-JO-IDX) NOT > WS-SD-DATE
              ADD WS-JO-MONTANT(WS-JO-IDX)
                TO WS-CP-DELTA-SD(WS-JO-COMPTEID(WS-JO-IDX))
           END-IF.

       0820-REJOUER-INTERNE.
           EVALUATE WS-UP-SORT(WS-UP-IDX)
              WHEN 'C'
                 ADD 1 TO WS-NB-UP-CORRECTIONS
                 EXIT PARAGRAPH
              WHEN 'J'
                 EXIT PARAGRAPH
              WHEN 'T'
                 ADD 1 TO WS-NB-UP-ECARTEES
                 IF WS-SD-DATE NOT = SPACES
                    AND WS-UP-DATE(WS-UP-IDX) NOT > WS-SD-DATE
                    MOVE 'OUI' TO WS-SD-INCOMPLET
                 END-IF
                 EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-SEQ-FIN NOT = ZEROES
              AND WS-UP-SEQ(WS-UP-IDX) > WS-SEQ-FIN
              ADD 1 TO WS-NB-UP-ECARTEES
              IF WS-SD-DATE NOT = SPACES
                 AND WS-UP-DATE(WS-UP-IDX) NOT > WS-SD-DATE
                 MOVE 'OUI' TO WS-SD-INCOMPLET
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-CP-PRESENT(WS-UP-COMPTEID(WS-UP-IDX)) NOT = 'O'
              ADD 1 TO WS-NB-OPS-HORS-GEN
              MOVE WS-UP-COMPTEID(WS-UP-IDX) TO RPT-COMPTEID
              MOVE "COMPTE ABSENT DE LA GENERATION" TO RPT-LIBELLE
              MOVE WS-UP-MONTANT(WS-UP-IDX) TO RPT-MONTANT-1
              MOVE ZEROES TO RPT-MONTANT-2
              MOVE WS-UP-SEQ(WS-UP-IDX) TO RPT-SEQ
              MOVE WS-RPT-COMPTE TO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-UP-INTERNES.
           ADD WS-UP-MONTANT(WS-UP-IDX) TO WS-TOTAL-INTERNE.
           ADD WS-UP-MONTANT(WS-UP-IDX)
             TO WS-CP-DELTA(WS-UP-COMPTEID(WS-UP-IDX)).
           IF WS-SD-DATE NOT = SPACES
              AND WS-UP-DATE(WS-UP-IDX) NOT > WS-SD-DATE
              ADD WS-UP-MONTANT(WS-UP-IDX)
                TO WS-CP-DELTA-SD(WS-UP-COMPTEID(WS-UP-IDX))
           END-IF.

      *>------------------------------------------------------------------------
      *> preuve : totaux du flux, puis photographie SOLDEHIST
      *>------------------------------------------------------------------------
       0900-PROUVER.
           MOVE 'JUSTE' TO WS-PREUVE.
           IF WS-NB-OPS-HORS-GEN > 0
              MOVE 'ECART' TO WS-PREUVE
           END-IF.

           MOVE SPACES TO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           MOVE "PREUVE PAR LES TOTAUX DU FLUX" TO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           MOVE ZEROES TO WS-TOTAL-RECONSTRUIT.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > 99998
              ADD WS-CP-DELTA(WS-CP-IDX) TO WS-TOTAL-RECONSTRUIT
           END-PERFORM.
           ADD WS-CP-DELTA(99999) TO WS-TOTAL-RECONSTRUIT.
           COMPUTE WS-TOTAL-FLUX = WS-TOTAL-JOURNAL + WS-TOTAL-INTERNE.
           MOVE WS-TOTAL-JOURNAL TO WS-ED-TOTAL.
           MOVE WS-TOTAL-INTERNE TO WS-ED-TOTAL-2.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           STRING "  JOURNAL: " WS-ED-TOTAL
              "  MOUVEMENTS INTERNES: " WS-ED-TOTAL-2
              DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           MOVE WS-TOTAL-FLUX TO WS-ED-TOTAL.
           MOVE WS-TOTAL-RECONSTRUIT TO WS-ED-TOTAL-2.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           STRING "  TOTAL DU FLUX REJOUE: " WS-ED-TOTAL
              "  VARIATION DES SOLDES RECONSTRUITS: " WS-ED-TOTAL-2
              DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           IF WS-TOTAL-FLUX NOT = WS-TOTAL-RECONSTRUIT
              MOVE 'ECART' TO WS-PREUVE
           END-IF.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           STRING "  UPDATE APPARIES AU JOURNAL: " WS-NB-UP-APPARIES
              "  CORRECTIONS DB2 NON REJOUEES: " WS-NB-UP-CORRECTIONS
              "  ECARTES PAR LA LIMITE: " WS-NB-UP-ECARTEES
              DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.

           MOVE SPACES TO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           STRING "PREUVE PAR LA PHOTOGRAPHIE SOLDEHIST DU " WS-SD-DATE
              DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.
           IF WS-SD-DATE = SPACES
              MOVE "  AUCUNE PHOTOGRAPHIE POSTERIEURE A LA GENERATION"
                TO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-SD-INCOMPLET = 'OUI'
              MOVE "  LIMITE ANTERIEURE A LA PHOTOGRAPHIE : SANS OBJET"
                TO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT SOLDEHIST.
           READ SOLDEHIST
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF SH-DATE = WS-SD-DATE AND SH-COMPTEID > 0
                 PERFORM 0910-COMPARER-PHOTOGRAPHIE
              END-IF
              READ SOLDEHIST
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE SOLDEHIST.
           MOVE SPACES TO ROLLFWD-RPT-LINE.
           STRING "  COMPTES COMPARES: " WS-NB-SH-COMPARES
              "  ECARTS: " WS-NB-SH-ECARTS
              DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE.
           WRITE ROLLFWD-RPT-LINE.

       0910-COMPARER-PHOTOGRAPHIE.
           ADD 1 TO WS-NB-SH-COMPARES.
           IF WS-CP-PRESENT(SH-COMPTEID) NOT = 'O'
              ADD 1 TO WS-NB-SH-ECARTS
              MOVE 'ECART' TO WS-PREUVE
              MOVE SH-COMPTEID TO RPT-COMPTEID
              MOVE "PHOTOGRAPHIE HORS GENERATION" TO RPT-LIBELLE
              MOVE SH-SOLDE TO RPT-MONTANT-1
              MOVE ZEROES TO RPT-MONTANT-2
              MOVE ZEROES TO RPT-SEQ
              MOVE WS-RPT-COMPTE TO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ATTENDU = WS-CP-GEN(SH-COMPTEID)
              + WS-CP-DELTA-SD(SH-COMPTEID).
           IF WS-ATTENDU NOT = SH-SOLDE
              ADD 1 TO WS-NB-SH-ECARTS
              MOVE 'ECART' TO WS-PREUVE
              MOVE SH-COMPTEID TO RPT-COMPTEID
              MOVE "ECART PHOTO / RECONSTRUIT" TO RPT-LIBELLE
              MOVE SH-SOLDE TO RPT-MONTANT-1
              MOVE WS-ATTENDU TO RPT-MONTANT-2
              MOVE ZEROES TO RPT-SEQ
              MOVE WS-RPT-COMPTE TO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
           END-IF.

      *>------------------------------------------------------------------------
      *> reecriture des soldes sous verrou, puis compteur du flux
      *> repousse au-dela du dernier bail vu
      *>------------------------------------------------------------------------
       0950-APPLIQUER.
           OPEN I-O COMPTESFILE.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > 99998
              IF WS-CP-DELTA(WS-CP-IDX) NOT = ZEROES
                 PERFORM 0960-REECRIRE-COMPTE
              END-IF
           END-PERFORM.
           IF WS-CP-DELTA(99999) NOT = ZEROES
              MOVE 99999 TO WS-CP-IDX
              PERFORM 0960-REECRIRE-COMPTE
           END-IF.
           CLOSE COMPTESFILE.

           IF WS-SQ-MAX = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NB-BAUX =
              (WS-SQ-MAX + WS-TAILLE-BAIL - 1) / WS-TAILLE-BAIL.
           COMPUTE WS-NOUVEAU-LASTNR = WS-POINT-SAUVEGARDE
              + WS-NB-BAUX * WS-TAILLE-BAIL.
           MOVE ZEROES TO GENERESQLSEQ-LASTNR.
           OPEN INPUT GENERESQLSEQ.
           IF WS-GENERESQLSEQ-STATUS = "00"
              READ GENERESQLSEQ
                 AT END MOVE ZEROES TO GENERESQLSEQ-LASTNR
              END-READ
              CLOSE GENERESQLSEQ
           END-IF.
           IF GENERESQLSEQ-LASTNR < WS-NOUVEAU-LASTNR
              MOVE WS-NOUVEAU-LASTNR TO GENERESQLSEQ-LASTNR
              OPEN OUTPUT GENERESQLSEQ
              WRITE GENERESQLSEQ-RECORD
              CLOSE GENERESQLSEQ
              MOVE SPACES TO ROLLFWD-RPT-LINE
              STRING "  GENERESQLSEQ.DAT REPOUSSE A "
                 WS-NOUVEAU-LASTNR
                 DELIMITED BY SIZE INTO ROLLFWD-RPT-LINE
              WRITE ROLLFWD-RPT-LINE
           END-IF.

       0960-REECRIRE-COMPTE.
           MOVE WS-CP-IDX TO CF-COMPTEID.
           READ COMPTESFILE WITH LOCK
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           COMPUTE CF-SOLDE = WS-CP-GEN(WS-CP-IDX)
              + WS-CP-DELTA(WS-CP-IDX).
           REWRITE COMPTESFILE-RECORD.
           UNLOCK COMPTESFILE.
           IF WS-COMPTESFILE-STATUS(1:1) = "0"
              ADD 1 TO WS-NB-REECRITS
           END-IF.

      *> reprise refusee : rien n'est reecrit
       0990-REFUSER.
           CLOSE ROLLFWD-RPT.
           MOVE 'ROLLFWD' TO WS-SPOOL-NOM.
           MOVE 'ROLLFWD.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.
           MOVE ZEROES TO WS-BR-RECORDS.
           MOVE ZEROES TO WS-BR-FAILED.
           MOVE 'REFUSE' TO WS-BR-STATUT.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           MOVE 8 TO RETURN-CODE.

       END PROGRAM rollfwdbatch.
