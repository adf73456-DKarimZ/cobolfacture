       IDENTIFICATION DIVISION.
       PROGRAM-ID. factcombatch.
       AUTHOR. D.KISAMA.

      *> Facturation mensuelle des commissions commercants : la
      *> commission retenue par commercantbatch sur chaque remise
      *> est une prestation soumise a TVA. Pour le mois AAAA-MM lu
      *> dans FACTCOMPARM.DAT (mois civil precedent par defaut), ce
      *> batch totalise par commercant (MS-MAGASIN) les commissions
      *> retenues du mois (registre de controle COMMERCCTL.DAT),
      *> applique le taux de TVA du meme fichier (20,00 pour cent
      *> par defaut) et emet une facture numerotee par commercant :
      *> base hors taxe = commissions retenues, TVA, total TTC.
      *> Les corrections ne touchent jamais une facture emise : elles
      *> partent en avoirs numerotes, de deux origines :
      *>   - les impayes commercants poses dans le mois (CBIMPAYES.DAT,
      *>     contestations ACHAT CB acceptees) : avoir de la
      *>     commission percue sur la vente annulee, au taux de
      *>     COMMERCPARM.DAT, rattache a la facture du mois de la
      *>     vente (CBVENTES.DAT) quand elle existe ;
      *>   - les demandes d'avoir saisies dans AVOIRDEM.DAT (statut A
      *>     EMETTRE, passees a EMIS avec leur numero).
      *> Factures et avoirs partagent une seule suite chronologique
      *> sans trou : le numero suivant est le dernier numero du
      *> registre FACTREG.DAT plus un, et la ligne du registre est
      *> ecrite avant l'impression du document -- une relance ne
      *> peut ni sauter ni doubler un numero, et un commercant deja
      *> facture pour le mois ne l'est pas deux fois. Les documents
      *> imprimables du passage partent dans FACTURES.RPT, le
      *> registre de TVA du mois (base, TVA, total par piece et
      *> totaux nets des avoirs) dans TVAREG.RPT pour la declaration
      *> mensuelle ; les deux sont inscrits au spool.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FACTCOMPARM ASSIGN TO "FACTCOMPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FACTCOMPARM-STATUS.

           SELECT COMMERCPARM ASSIGN TO "COMMERCPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMERCPARM-STATUS.

           SELECT COMMERCCTL ASSIGN TO "COMMERCCTL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMERCCTL-STATUS.

           SELECT CBIMPAYES ASSIGN TO "CBIMPAYES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CBIMPAYES-STATUS.

           SELECT CBVENTES ASSIGN TO "CBVENTES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CBVENTES-STATUS.

           SELECT AVOIRDEM ASSIGN TO "AVOIRDEM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AVOIRDEM-STATUS.

      *> registre des pieces emises : source de la numerotation et
      *> du registre de TVA
           SELECT FACTREG ASSIGN TO "FACTREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FACTREG-STATUS.

           SELECT FACTURES-RPT ASSIGN TO "FACTURES.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TVAREG-RPT ASSIGN TO "TVAREG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FACTCOMPARM.
       01 FACTCOMPARM-RECORD.
           05 FCP-TAUX-TVA       PIC 9(2)V99.
           05 FCP-PERIODE        PIC X(7).
           05 FCP-EMETTEUR       PIC X(40).

       FD COMMERCPARM.
       01 COMMERCPARM-RECORD.
           05 CP-COMMISSION-PCT  PIC 9(2)V99.

       FD COMMERCCTL.
       01 COMMERCCTL-RECORD.
           05 CCT-MAGASIN        PIC X(15).
           05 CCT-BRUT           PIC 9(7)V99.
           05 CCT-COMMISSION     PIC 9(7)V99.
           05 CCT-NET            PIC 9(7)V99.
           05 CCT-DATE-REMISE    PIC X(10).
           05 CCT-IMPAYES        PIC 9(7)V99.

       FD CBIMPAYES.
       01 CBIMPAYES-RECORD.
           05 CI-CONTESTID       PIC 9(10).
           05 CI-REFERENCE       PIC X(16).
           05 CI-MAGASIN         PIC X(15).
           05 CI-COMPTEID        PIC 9(5).
           05 CI-MONTANT         PIC 9(7)V99.
           05 CI-RESTE           PIC 9(7)V99.
           05 CI-DATE            PIC X(10).
           05 CI-STATUT          PIC X(10).

       FD CBVENTES.
       01 CBVENTES-RECORD.
           05 VT-REFERENCE       PIC X(16).
           05 VT-COMPTEID        PIC 9(5).
           05 VT-MAGASIN         PIC X(15).
           05 VT-MONTANT         PIC 9(5)V99.
           05 VT-DATE            PIC X(10).

       FD AVOIRDEM.
       01 AVOIRDEM-RECORD.
           05 AD-MAGASIN         PIC X(15).
           05 AD-FACTURE         PIC 9(8).
           05 AD-BASE            PIC 9(7)V99.
           05 AD-MOTIF           PIC X(30).
           05 AD-STATUT          PIC X(10).
           05 AD-NUMERO          PIC 9(8).

      *> une ligne par piece : type F (facture) ou A (avoir), les
      *> montants d'un avoir sont positifs et se retranchent au
      *> registre de TVA
       FD FACTREG.
       01 FACTREG-RECORD.
           05 FR-NUMERO          PIC 9(8).
           05 FR-TYPE            PIC X(1).
           05 FR-DATE            PIC X(10).
           05 FR-PERIODE         PIC X(7).
           05 FR-MAGASIN         PIC X(15).
           05 FR-TAUX-TVA        PIC 9(2)V99.
           05 FR-BASE            PIC 9(9)V99.
           05 FR-TVA             PIC 9(9)V99.
           05 FR-TTC             PIC 9(9)V99.
           05 FR-ORIGINE         PIC 9(8).
           05 FR-CONTESTID       PIC 9(10).

       FD FACTURES-RPT.
       01 FACTURES-RPT-LINE      PIC X(80).

       FD TVAREG-RPT.
       01 TVAREG-RPT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FACTCOMPARM-STATUS  PIC X(2).
       01 WS-COMMERCPARM-STATUS  PIC X(2).
       01 WS-COMMERCCTL-STATUS   PIC X(2).
       01 WS-CBIMPAYES-STATUS    PIC X(2).
       01 WS-CBVENTES-STATUS     PIC X(2).
       01 WS-AVOIRDEM-STATUS     PIC X(2).
       01 WS-FACTREG-STATUS      PIC X(2).
       01 WS-EOF                 PIC X(3).
       01 WS-EOF-RECHERCHE       PIC X(3).

      *> parametres : taux de TVA, mois facture, emetteur imprime
      *> en tete des pieces
       01 WS-TAUX-TVA            PIC 9(2)V99 VALUE 20.00.
       01 WS-COMMISSION-PCT      PIC 9(2)V99 VALUE 1.50.
       01 WS-PERIODE             PIC X(7).
       01 WS-EMETTEUR            PIC X(40)
              VALUE 'BANQUE - SERVICE MONETIQUE'.
       01 WS-TODAY-YYYYMMDD      PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY-YYYYMMDD.
           05 WS-TODAY-YEAR      PIC 9(4).
           05 WS-TODAY-MM        PIC 9(2).
           05 FILLER             PIC 9(2).
       01 WS-TODAY-ISO           PIC X(10).
       01 WS-PREV-YEAR           PIC 9(4).
       01 WS-PREV-MM             PIC 9(2).
       01 WS-TAUX-EDIT           PIC Z9.99.

      *> FACTREG.DAT charge en table : dernier numero emis, pieces
      *> deja emises (facture du mois par commercant, avoir par
      *> contestation)
       01 WS-FR-TABLE.
           05 WS-FR-ENTRY OCCURS 3000 TIMES.
              10 WS-FR-NUMERO        PIC 9(8).
              10 WS-FR-TYPE          PIC X(1).
              10 WS-FR-PERIODE       PIC X(7).
              10 WS-FR-MAGASIN       PIC X(15).
              10 WS-FR-CONTESTID     PIC 9(10).
       01 WS-FR-COUNT            PIC 9(4) VALUE 0.
       01 WS-FR-IDX              PIC 9(4).
       01 WS-DERNIER-NUMERO      PIC 9(8) VALUE 0.
       01 WS-REGISTRE-PLEIN      PIC X(3) VALUE 'NON'.

      *> commissions du mois par commercant, meme cumul que
      *> commercantbatch
       01 WS-MERCH-TABLE.
           05 WS-MERCH-ENTRY OCCURS 50 TIMES.
              10 WS-MR-MAGASIN       PIC X(15).
              10 WS-MR-COMMISSION    PIC 9(9)V99.
       01 WS-MERCH-COUNT         PIC 9(3) VALUE 0.
       01 WS-IDX                 PIC 9(3).
       01 WS-FOUND               PIC X(3).

      *> demandes d'avoir chargees en table pour reecriture
       01 WS-AD-TABLE.
           05 WS-AD-ENTRY OCCURS 200 TIMES.
              10 WS-AD-MAGASIN       PIC X(15).
              10 WS-AD-FACTURE       PIC 9(8).
              10 WS-AD-BASE          PIC 9(7)V99.
              10 WS-AD-MOTIF         PIC X(30).
              10 WS-AD-STATUT        PIC X(10).
              10 WS-AD-NUMERO        PIC 9(8).
       01 WS-AD-COUNT            PIC 9(3) VALUE 0.
       01 WS-AD-IDX              PIC 9(3).

      *> piece en cours d'emission
       01 WS-PC-TYPE             PIC X(1).
       01 WS-PC-MAGASIN          PIC X(15).
       01 WS-PC-BASE             PIC 9(9)V99.
       01 WS-PC-TVA              PIC 9(9)V99.
       01 WS-PC-TTC              PIC 9(9)V99.
       01 WS-PC-ORIGINE          PIC 9(8).
       01 WS-PC-CONTESTID        PIC 9(10).
       01 WS-PC-MOTIF            PIC X(40).
       01 WS-PC-DEJA             PIC X(3).
       01 WS-DATE-VENTE          PIC X(10).

       01 WS-NB-FACTURES         PIC 9(5) VALUE 0.
       01 WS-NB-AVOIRS           PIC 9(5) VALUE 0.
       01 WS-NB-REJETS           PIC 9(5) VALUE 0.

      *> totaux du registre de TVA du mois
       01 WS-TOT-BASE            PIC S9(9)V99 VALUE 0.
       01 WS-TOT-TVA             PIC S9(9)V99 VALUE 0.
       01 WS-TOT-TTC             PIC S9(9)V99 VALUE 0.

       01 WS-FACT-LIGNE.
           05 FL-LIBELLE         PIC X(40).
           05 FL-MONTANT         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-TVA-TITRE.
           05 FILLER             PIC X(34) VALUE
              "REGISTRE DE TVA SUR COMMISSIONS - ".
           05 TVT-PERIODE        PIC X(7).

       01 WS-TVA-ENTETE.
           05 FILLER             PIC X(40) VALUE
              "NUMERO    TYPE DATE       COMMERCANT".
           05 FILLER             PIC X(15) VALUE "      BASE HT".
           05 FILLER             PIC X(15) VALUE "          TVA".
           05 FILLER             PIC X(15) VALUE "          TTC".

       01 WS-TVA-DETAIL.
           05 TVD-NUMERO         PIC X(10).
           05 TVD-TYPE           PIC X(5).
           05 TVD-DATE           PIC X(11).
           05 TVD-MAGASIN        PIC X(15).
           05 TVD-BASE           PIC -(10)9.99.
           05 TVD-TVA            PIC -(10)9.99.
           05 TVD-TTC            PIC -(10)9.99.

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'factcombatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7).
       01 WS-BR-FAILED           PIC 9(7).
       01 WS-BR-STATUT           PIC X(10).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

      *> inscription du rapport au spool retenu (module spoolreg)
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6)
              TO WS-BR-HEURE-DEBUT.
           PERFORM 0150-READ-PARAMETERS.
           PERFORM 0200-LOAD-REGISTRE.
           PERFORM 0300-CUMULER-COMMISSIONS.

           OPEN OUTPUT FACTURES-RPT.
           OPEN EXTEND FACTREG.
           IF WS-FACTREG-STATUS = "35"
              CLOSE FACTREG
              OPEN OUTPUT FACTREG
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-MERCH-COUNT
              PERFORM 0400-FACTURER-COMMERCANT
           END-PERFORM.
           PERFORM 0500-AVOIRS-IMPAYES.
           PERFORM 0600-AVOIRS-DEMANDES.

           CLOSE FACTREG.
           CLOSE FACTURES-RPT.

           PERFORM 0700-REGISTRE-TVA.

           DISPLAY "Factures " WS-PERIODE " : " WS-NB-FACTURES
              "  avoirs : " WS-NB-AVOIRS
              "  rejets : " WS-NB-REJETS.
           MOVE 'FACTURES' TO WS-SPOOL-NOM.
           MOVE 'FACTURES.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.
           MOVE 'TVAREG' TO WS-SPOOL-NOM.
           MOVE 'TVAREG.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

      *>    trace du passage au grand livre des batchs
           COMPUTE WS-BR-RECORDS = WS-NB-FACTURES + WS-NB-AVOIRS.
           MOVE WS-NB-REJETS TO WS-BR-FAILED.
           IF WS-NB-REJETS = ZEROES
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           IF WS-NB-REJETS > ZEROES
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       0150-READ-PARAMETERS.
           MOVE 'L' TO WS-BD-ACTION.
           CALL 'busdate' USING WS-BD-ACTION, WS-TODAY-YYYYMMDD,
              WS-BD-DATE-ISO.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2)
              '-' WS-TODAY-YYYYMMDD(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-ISO.
           IF WS-TODAY-MM = 1
              COMPUTE WS-PREV-YEAR = WS-TODAY-YEAR - 1
              MOVE 12 TO WS-PREV-MM
           ELSE
              MOVE WS-TODAY-YEAR TO WS-PREV-YEAR
              COMPUTE WS-PREV-MM = WS-TODAY-MM - 1
           END-IF.
           STRING WS-PREV-YEAR '-' WS-PREV-MM
              DELIMITED BY SIZE INTO WS-PERIODE.

           OPEN INPUT FACTCOMPARM.
           IF WS-FACTCOMPARM-STATUS = "00"
              READ FACTCOMPARM
                 NOT AT END
                    IF FCP-TAUX-TVA IS NUMERIC
                       MOVE FCP-TAUX-TVA TO WS-TAUX-TVA
                    END-IF
                    IF FCP-PERIODE NOT = SPACES
                       MOVE FCP-PERIODE TO WS-PERIODE
                    END-IF
                    IF FCP-EMETTEUR NOT = SPACES
                       MOVE FCP-EMETTEUR TO WS-EMETTEUR
                    END-IF
              END-READ
              CLOSE FACTCOMPARM
           END-IF.

           OPEN INPUT COMMERCPARM.
           IF WS-COMMERCPARM-STATUS = "00"
              READ COMMERCPARM
                 NOT AT END
                    IF CP-COMMISSION-PCT NOT = ZEROES
                       MOVE CP-COMMISSION-PCT TO WS-COMMISSION-PCT
                    END-IF
              END-READ
              CLOSE COMMERCPARM
           END-IF.

       0200-LOAD-REGISTRE.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FACTREG.
           IF WS-FACTREG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ FACTREG
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-FR-COUNT < 3000
                 ADD 1 TO WS-FR-COUNT
                 MOVE FR-NUMERO TO WS-FR-NUMERO(WS-FR-COUNT)
                 MOVE FR-TYPE TO WS-FR-TYPE(WS-FR-COUNT)
                 MOVE FR-PERIODE TO WS-FR-PERIODE(WS-FR-COUNT)
                 MOVE FR-MAGASIN TO WS-FR-MAGASIN(WS-FR-COUNT)
                 MOVE FR-CONTESTID TO WS-FR-CONTESTID(WS-FR-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-REGISTRE-PLEIN
              END-IF
              IF FR-NUMERO > WS-DERNIER-NUMERO
                 MOVE FR-NUMERO TO WS-DERNIER-NUMERO
              END-IF
              READ FACTREG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE FACTREG.

      *> commissions retenues sur les remises du mois
       0300-CUMULER-COMMISSIONS.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT COMMERCCTL.
           IF WS-COMMERCCTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ COMMERCCTL
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CCT-DATE-REMISE(1:7) = WS-PERIODE
                 PERFORM 0350-FIND-OR-ADD-MERCHANT
                 IF WS-FOUND NOT = 'PLE'
                    ADD CCT-COMMISSION TO WS-MR-COMMISSION(WS-IDX)
                 END-IF
              END-IF
              READ COMMERCCTL
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE COMMERCCTL.

       0350-FIND-OR-ADD-MERCHANT.
           MOVE 'NON' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-MERCH-COUNT
              IF WS-MR-MAGASIN(WS-IDX) = CCT-MAGASIN
                 MOVE 'OUI' TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'NON'
              IF WS-MERCH-COUNT NOT < 50
                 MOVE 'PLE' TO WS-FOUND
                 ADD 1 TO WS-NB-REJETS
              ELSE
                 ADD 1 TO WS-MERCH-COUNT
                 MOVE WS-MERCH-COUNT TO WS-IDX
                 MOVE CCT-MAGASIN TO WS-MR-MAGASIN(WS-IDX)
                 MOVE ZEROES TO WS-MR-COMMISSION(WS-IDX)
              END-IF
           END-IF.

      *> une facture par commercant et par mois : un commercant deja
      *> facture pour le mois (relance) n'est pas refacture
       0400-FACTURER-COMMERCANT.
           IF WS-MR-COMMISSION(WS-IDX) = ZEROES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-PC-DEJA.
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
              UNTIL WS-FR-IDX > WS-FR-COUNT
              IF WS-FR-TYPE(WS-FR-IDX) = 'F'
                 AND WS-FR-PERIODE(WS-FR-IDX) = WS-PERIODE
                 AND WS-FR-MAGASIN(WS-FR-IDX) = WS-MR-MAGASIN(WS-IDX)
                 MOVE 'OUI' TO WS-PC-DEJA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PC-DEJA = 'OUI'
              EXIT PARAGRAPH
           END-IF.

           MOVE 'F' TO WS-PC-TYPE.
           MOVE WS-MR-MAGASIN(WS-IDX) TO WS-PC-MAGASIN.
           MOVE WS-MR-COMMISSION(WS-IDX) TO WS-PC-BASE.
           MOVE ZEROES TO WS-PC-ORIGINE.
           MOVE ZEROES TO WS-PC-CONTESTID.
           MOVE 'COMMISSIONS RETENUES SUR REMISES' TO WS-PC-MOTIF.
           PERFORM 0800-EMETTRE-PIECE.
           ADD 1 TO WS-NB-FACTURES.

      *> avoir de la commission percue sur chaque vente annulee par
      *> un impaye pose dans le mois
       0500-AVOIRS-IMPAYES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT CBIMPAYES.
           IF WS-CBIMPAYES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CBIMPAYES
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF CI-DATE(1:7) = WS-PERIODE
                 PERFORM 0550-AVOIR-UN-IMPAYE
              END-IF
              READ CBIMPAYES
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CBIMPAYES.

       0550-AVOIR-UN-IMPAYE.
           MOVE 'NON' TO WS-PC-DEJA.
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
              UNTIL WS-FR-IDX > WS-FR-COUNT
              IF WS-FR-TYPE(WS-FR-IDX) = 'A'
                 AND WS-FR-CONTESTID(WS-FR-IDX) = CI-CONTESTID
                 MOVE 'OUI' TO WS-PC-DEJA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PC-DEJA = 'OUI'
              EXIT PARAGRAPH
           END-IF.

           MOVE 'A' TO WS-PC-TYPE.
           MOVE CI-MAGASIN TO WS-PC-MAGASIN.
           COMPUTE WS-PC-BASE ROUNDED =
              CI-MONTANT * WS-COMMISSION-PCT / 100.
           IF WS-PC-BASE = ZEROES
              EXIT PARAGRAPH
           END-IF.
           MOVE CI-CONTESTID TO WS-PC-CONTESTID.
           MOVE 'COMMISSION SUR VENTE IMPAYEE' TO WS-PC-MOTIF.

      *>    facture d'origine : celle du mois de la vente, si emise
           MOVE SPACES TO WS-DATE-VENTE.
           MOVE 'NON' TO WS-EOF-RECHERCHE.
           OPEN INPUT CBVENTES.
           IF WS-CBVENTES-STATUS = "00"
              READ CBVENTES
                 AT END MOVE 'OUI' TO WS-EOF-RECHERCHE
              END-READ
              PERFORM UNTIL WS-EOF-RECHERCHE = 'OUI'
                 IF VT-REFERENCE = CI-REFERENCE
                    MOVE VT-DATE TO WS-DATE-VENTE
                    MOVE 'OUI' TO WS-EOF-RECHERCHE
                 ELSE
                    READ CBVENTES
                       AT END MOVE 'OUI' TO WS-EOF-RECHERCHE
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE CBVENTES
           END-IF.
           MOVE ZEROES TO WS-PC-ORIGINE.
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
              UNTIL WS-FR-IDX > WS-FR-COUNT
              IF WS-FR-TYPE(WS-FR-IDX) = 'F'
                 AND WS-FR-MAGASIN(WS-FR-IDX) = CI-MAGASIN
                 AND WS-FR-PERIODE(WS-FR-IDX) = WS-DATE-VENTE(1:7)
                 MOVE WS-FR-NUMERO(WS-FR-IDX) TO WS-PC-ORIGINE
              END-IF
           END-PERFORM.

           PERFORM 0800-EMETTRE-PIECE.
           ADD 1 TO WS-NB-AVOIRS.

      *> demandes d'avoir saisies : emises, numerotees, puis
      *> marquees EMIS dans AVOIRDEM.DAT
       0600-AVOIRS-DEMANDES.
           MOVE 'NON' TO WS-EOF.
           OPEN INPUT AVOIRDEM.
           IF WS-AVOIRDEM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ AVOIRDEM
              AT END MOVE 'OUI' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'OUI'
              IF WS-AD-COUNT < 200
                 ADD 1 TO WS-AD-COUNT
                 MOVE AD-MAGASIN TO WS-AD-MAGASIN(WS-AD-COUNT)
                 MOVE AD-FACTURE TO WS-AD-FACTURE(WS-AD-COUNT)
                 MOVE AD-BASE TO WS-AD-BASE(WS-AD-COUNT)
                 MOVE AD-MOTIF TO WS-AD-MOTIF(WS-AD-COUNT)
                 MOVE AD-STATUT TO WS-AD-STATUT(WS-AD-COUNT)
                 MOVE AD-NUMERO TO WS-AD-NUMERO(WS-AD-COUNT)
              ELSE
                 ADD 1 TO WS-NB-REJETS
              END-IF
              READ AVOIRDEM
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE AVOIRDEM.

           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
              UNTIL WS-AD-IDX > WS-AD-COUNT
              IF WS-AD-STATUT(WS-AD-IDX) = 'A EMETTRE'
                 PERFORM 0650-AVOIR-UNE-DEMANDE
              END-IF
           END-PERFORM.

           OPEN OUTPUT AVOIRDEM.
           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
              UNTIL WS-AD-IDX > WS-AD-COUNT
              MOVE WS-AD-MAGASIN(WS-AD-IDX) TO AD-MAGASIN
              MOVE WS-AD-FACTURE(WS-AD-IDX) TO AD-FACTURE
              MOVE WS-AD-BASE(WS-AD-IDX) TO AD-BASE
              MOVE WS-AD-MOTIF(WS-AD-IDX) TO AD-MOTIF
              MOVE WS-AD-STATUT(WS-AD-IDX) TO AD-STATUT
              MOVE WS-AD-NUMERO(WS-AD-IDX) TO AD-NUMERO
              WRITE AVOIRDEM-RECORD
           END-PERFORM.
           CLOSE AVOIRDEM.

      *> un avoir se rattache a une facture emise du meme
      *> commercant ; sinon la demande est REJETEE
       0650-AVOIR-UNE-DEMANDE.
           MOVE 'NON' TO WS-PC-DEJA.
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
              UNTIL WS-FR-IDX > WS-FR-COUNT
              IF WS-FR-TYPE(WS-FR-IDX) = 'F'
                 AND WS-FR-NUMERO(WS-FR-IDX) = WS-AD-FACTURE(WS-AD-IDX)
                 AND WS-FR-MAGASIN(WS-FR-IDX)
                    = WS-AD-MAGASIN(WS-AD-IDX)
                 MOVE 'OUI' TO WS-PC-DEJA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PC-DEJA = 'NON'
              OR WS-AD-BASE(WS-AD-IDX) = ZEROES
              MOVE 'REJETEE' TO WS-AD-STATUT(WS-AD-IDX)
              ADD 1 TO WS-NB-REJETS
              EXIT PARAGRAPH
           END-IF.

           MOVE 'A' TO WS-PC-TYPE.
           MOVE WS-AD-MAGASIN(WS-AD-IDX) TO WS-PC-MAGASIN.
           MOVE WS-AD-BASE(WS-AD-IDX) TO WS-PC-BASE.
           MOVE WS-AD-FACTURE(WS-AD-IDX) TO WS-PC-ORIGINE.
           MOVE ZEROES TO WS-PC-CONTESTID.
           MOVE WS-AD-MOTIF(WS-AD-IDX) TO WS-PC-MOTIF.
           PERFORM 0800-EMETTRE-PIECE.
           MOVE 'EMIS' TO WS-AD-STATUT(WS-AD-IDX).
           MOVE WS-DERNIER-NUMERO TO WS-AD-NUMERO(WS-AD-IDX).
           ADD 1 TO WS-NB-AVOIRS.

      *> registre de TVA du mois : toutes les pieces de la periode,
      *> y compris celles d'un passage anterieur ; les avoirs se
      *> retranchent
       0700-REGISTRE-TVA.
           OPEN OUTPUT TVAREG-RPT.
           MOVE WS-PERIODE TO TVT-PERIODE.
           MOVE WS-TVA-TITRE TO TVAREG-RPT-LINE.
           WRITE TVAREG-RPT-LINE.
           MOVE SPACES TO TVAREG-RPT-LINE.
           MOVE WS-TAUX-TVA TO WS-TAUX-EDIT.
           STRING "TAUX DE TVA : " WS-TAUX-EDIT " %"
              DELIMITED BY SIZE INTO TVAREG-RPT-LINE.
           WRITE TVAREG-RPT-LINE.
           MOVE WS-TVA-ENTETE TO TVAREG-RPT-LINE.
           WRITE TVAREG-RPT-LINE.

           MOVE 'NON' TO WS-EOF.
           OPEN INPUT FACTREG.
           IF WS-FACTREG-STATUS = "00"
              READ FACTREG
                 AT END MOVE 'OUI' TO WS-EOF
              END-READ
              PERFORM UNTIL WS-EOF = 'OUI'
                 IF FR-PERIODE = WS-PERIODE
                    PERFORM 0750-LIGNE-REGISTRE
                 END-IF
                 READ FACTREG
                    AT END MOVE 'OUI' TO WS-EOF
                 END-READ
              END-PERFORM
              CLOSE FACTREG
           END-IF.

           MOVE SPACES TO WS-TVA-DETAIL.
           MOVE 'TOTAL NET' TO TVD-NUMERO.
           MOVE WS-TOT-BASE TO TVD-BASE.
           MOVE WS-TOT-TVA TO TVD-TVA.
           MOVE WS-TOT-TTC TO TVD-TTC.
           MOVE WS-TVA-DETAIL TO TVAREG-RPT-LINE.
           WRITE TVAREG-RPT-LINE.
           IF WS-REGISTRE-PLEIN = 'OUI'
              MOVE "*** REGISTRE TRONQUE EN MEMOIRE : CONTROLE REQUIS"
                TO TVAREG-RPT-LINE
              WRITE TVAREG-RPT-LINE
           END-IF.
           CLOSE TVAREG-RPT.

       0750-LIGNE-REGISTRE.
           MOVE SPACES TO WS-TVA-DETAIL.
           STRING FR-TYPE FR-NUMERO DELIMITED BY SIZE INTO TVD-NUMERO.
           IF FR-TYPE = 'F'
              MOVE 'FACT' TO TVD-TYPE
              MOVE FR-BASE TO TVD-BASE
              MOVE FR-TVA TO TVD-TVA
              MOVE FR-TTC TO TVD-TTC
              ADD FR-BASE TO WS-TOT-BASE
              ADD FR-TVA TO WS-TOT-TVA
              ADD FR-TTC TO WS-TOT-TTC
           ELSE
              MOVE 'AVOI' TO TVD-TYPE
              COMPUTE TVD-BASE = 0 - FR-BASE
              COMPUTE TVD-TVA = 0 - FR-TVA
              COMPUTE TVD-TTC = 0 - FR-TTC
              SUBTRACT FR-BASE FROM WS-TOT-BASE
              SUBTRACT FR-TVA FROM WS-TOT-TVA
              SUBTRACT FR-TTC FROM WS-TOT-TTC
           END-IF.
           MOVE FR-DATE TO TVD-DATE.
           MOVE FR-MAGASIN TO TVD-MAGASIN.
           MOVE WS-TVA-DETAIL TO TVAREG-RPT-LINE.
           WRITE TVAREG-RPT-LINE.

      *> emission d'une piece : numero suivant de la suite unique,
      *> ligne du registre d'abord (elle fait foi), puis le document
      *> imprimable
       0800-EMETTRE-PIECE.
           COMPUTE WS-PC-TVA ROUNDED =
              WS-PC-BASE * WS-TAUX-TVA / 100.
           COMPUTE WS-PC-TTC = WS-PC-BASE + WS-PC-TVA.
           ADD 1 TO WS-DERNIER-NUMERO.

           MOVE WS-DERNIER-NUMERO TO FR-NUMERO.
           MOVE WS-PC-TYPE TO FR-TYPE.
           MOVE WS-TODAY-ISO TO FR-DATE.
           MOVE WS-PERIODE TO FR-PERIODE.
           MOVE WS-PC-MAGASIN TO FR-MAGASIN.
           MOVE WS-TAUX-TVA TO FR-TAUX-TVA.
           MOVE WS-PC-BASE TO FR-BASE.
           MOVE WS-PC-TVA TO FR-TVA.
           MOVE WS-PC-TTC TO FR-TTC.
           MOVE WS-PC-ORIGINE TO FR-ORIGINE.
           MOVE WS-PC-CONTESTID TO FR-CONTESTID.
           WRITE FACTREG-RECORD.

           IF WS-FR-COUNT < 3000
              ADD 1 TO WS-FR-COUNT
              MOVE WS-DERNIER-NUMERO TO WS-FR-NUMERO(WS-FR-COUNT)
              MOVE WS-PC-TYPE TO WS-FR-TYPE(WS-FR-COUNT)
              MOVE WS-PERIODE TO WS-FR-PERIODE(WS-FR-COUNT)
              MOVE WS-PC-MAGASIN TO WS-FR-MAGASIN(WS-FR-COUNT)
              MOVE WS-PC-CONTESTID TO WS-FR-CONTESTID(WS-FR-COUNT)
           ELSE
              MOVE 'OUI' TO WS-REGISTRE-PLEIN
           END-IF.

           PERFORM 0850-IMPRIMER-PIECE.

       0850-IMPRIMER-PIECE.
           MOVE ALL '=' TO FACTURES-RPT-LINE.
           WRITE FACTURES-RPT-LINE.
           MOVE WS-EMETTEUR TO FACTURES-RPT-LINE.
           WRITE FACTURES-RPT-LINE.
           MOVE SPACES TO FACTURES-RPT-LINE.
           IF WS-PC-TYPE = 'F'
              STRING "FACTURE N. F" WS-DERNIER-NUMERO
                 "   DU " WS-TODAY-ISO
                 DELIMITED BY SIZE INTO FACTURES-RPT-LINE
           ELSE
              STRING "AVOIR N. A" WS-DERNIER-NUMERO
                 "   DU " WS-TODAY-ISO
                 DELIMITED BY SIZE INTO FACTURES-RPT-LINE
           END-IF.
           WRITE FACTURES-RPT-LINE.
           MOVE SPACES TO FACTURES-RPT-LINE.
           STRING "COMMERCANT : " WS-PC-MAGASIN
              "   PERIODE : " WS-PERIODE
              DELIMITED BY SIZE INTO FACTURES-RPT-LINE.
           WRITE FACTURES-RPT-LINE.
           IF WS-PC-ORIGINE NOT = ZEROES
              MOVE SPACES TO FACTURES-RPT-LINE
              STRING "SUR FACTURE N. F" WS-PC-ORIGINE
                 DELIMITED BY SIZE INTO FACTURES-RPT-LINE
              WRITE FACTURES-RPT-LINE
           END-IF.
           IF WS-PC-CONTESTID NOT = ZEROES
              MOVE SPACES TO FACTURES-RPT-LINE
              STRING "IMPAYE DE LA CONTESTATION " WS-PC-CONTESTID
                 DELIMITED BY SIZE INTO FACTURES-RPT-LINE
              WRITE FACTURES-RPT-LINE
           END-IF.
           MOVE SPACES TO FACTURES-RPT-LINE.
           WRITE FACTURES-RPT-LINE.
           MOVE WS-PC-MOTIF TO FL-LIBELLE.
           MOVE WS-PC-BASE TO FL-MONTANT.
           MOVE WS-FACT-LIGNE TO FACTURES-RPT-LINE.
           WRITE FACTURES-RPT-LINE.
           MOVE SPACES TO FL-LIBELLE.
           MOVE WS-TAUX-TVA TO WS-TAUX-EDIT.
           STRING "TVA " WS-TAUX-EDIT " %"
              DELIMITED BY SIZE INTO FL-LIBELLE.
           MOVE WS-PC-TVA TO FL-MONTANT.
           MOVE WS-FACT-LIGNE TO FACTURES-RPT-LINE.
           WRITE FACTURES-RPT-LINE.
           IF WS-PC-TYPE = 'F'
              MOVE "TOTAL TTC" TO FL-LIBELLE
           ELSE
              MOVE "TOTAL TTC A VOTRE CREDIT" TO FL-LIBELLE
           END-IF.
           MOVE WS-PC-TTC TO FL-MONTANT.
           MOVE WS-FACT-LIGNE TO FACTURES-RPT-LINE.
           WRITE FACTURES-RPT-LINE.
           IF WS-PC-TYPE = 'F'
              MOVE SPACES TO FACTURES-RPT-LINE
              MOVE "COMMISSION HT DEJA RETENUE SUR VOS REMISES"
                TO FACTURES-RPT-LINE
              WRITE FACTURES-RPT-LINE
           END-IF.

       END PROGRAM factcombatch.
