              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SAISIES-STATUS.

      *> nantissements en garantie de pret (registre tenu par
      *> activity2banq) : le montant nanti d'un compte est retranche
      *> du solde disponible comme une saisie, jusqu'a la mainlevee
      *> au remboursement complet du pret
           SELECT NANTIS ASSIGN TO "NANTIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NANTIS-STATUS.

      *> cautions bancaires emises (registre tenu par activity2banq) :
      *> le montant bloque en garantie d'une caution ACTIVE est
      *> retranche du disponible jusqu'a la mainlevee, l'appel ou
      *> l'expiration de la caution
           SELECT CAUTIONS ASSIGN TO "CAUTIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAUTIONS-STATUS.

      *> autorisations carte et automate EN COURS (registre tenu par
      *> FNC-ACHAT-CHEZ-PARTNER et atmretraitbatch, libere par
      *> achatcbbatch/atmretraitbatch) : les fonds promis au
      *> commercant ou a l'automate sont retranches du disponible
      *> jusqu'au reglement, au rejet ou a l'expiration (AUTORPARM)
           SELECT AUTORCB ASSIGN TO "AUTORCB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTORCB-STATUS.

           SELECT AUTORPARM ASSIGN TO "AUTORPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTORPARM-STATUS.

      *> cheques tires sur d'autres banques remis a l'encaissement
      *> (registre tenu par activity2banq, chqremisebatch et
      *> chqimpayebatch) : credites sauf bonne fin, ils sont
      *> retranches du disponible jusqu'a leur date de
      *> disponibilite
           SELECT REMISECHQ ASSIGN TO "REMISECHQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REMISECHQ-STATUS.

      *> forcages superviseur en attente : une ligne posee par
      *> l'escalade d'activity2banq autorise UNE operation refusee
      *> (meme compte, meme date, meme montant) a passer outre le

       FD SAISIES.
       01 SAISIES-RECORD.
           05 SA-COMPTEID        PIC 9(5).
           05 SA-TYPE            PIC X(15).
           05 SA-MONTANT         PIC 9(5)V99.
           05 SA-REFERENCE       PIC X(16).
           05 SA-DATE-FIN        PIC X(10).
           05 SA-STATUT          PIC X(10).

       FD NANTIS.
       01 NANTIS-RECORD.
           05 NT-NANTID          PIC 9(5).
           05 NT-PRETID          PIC 9(5).
           05 NT-TYPE            PIC X(1).
           05 NT-COMPTEID        PIC 9(5).
           05 NT-DEPOTID         PIC 9(10).
           05 NT-MONTANT         PIC 9(7)V99.
           05 NT-DATE-POSE       PIC X(10).
           05 NT-DATE-FIN        PIC X(10).
           05 NT-MONTANT-APPELE  PIC 9(7)V99.
           05 NT-STATUT          PIC X(10).

       FD CAUTIONS.
       01 CAUTIONS-RECORD.
           05 CA-CAUTIONID       PIC 9(5).
           05 CA-IDCLIENT        PIC 9(5).
           05 CA-COMPTEID        PIC 9(5).
           05 CA-BENEFICIAIRE    PIC X(30).
           05 CA-MONTANT         PIC 9(7)V99.
           05 CA-DATE-DEBUT      PIC X(10).
           05 CA-DATE-ECHEANCE   PIC X(10).
           05 CA-GARANTIE        PIC X(1).
           05 CA-MONTANT-BLOQUE  PIC 9(7)V99.
           05 CA-CONTRE-GARANTIE PIC X(30).
           05 CA-TAUX-COMM       PIC 9V99.
           05 CA-TRIM-FACTURE    PIC X(7).
           05 CA-DATE-ALERTE     PIC X(10).
           05 CA-MONTANT-APPELE  PIC 9(7)V99.
           05 CA-DATE-FIN        PIC X(10).
           05 CA-DEMANDE         PIC X(10).
           05 CA-MONTANT-DEMANDE PIC 9(7)V99.
           05 CA-MAKER           PIC X(8).
           05 CA-DATE-DEMANDE    PIC X(10).
           05 CA-STATUT          PIC X(10).

       FD AUTORCB.
       01 AUTORCB-RECORD.
           05 AH-REFERENCE       PIC X(16).
           05 AH-TYPE            PIC X(12).
           05 AH-COMPTEID        PIC 9(5).
           05 AH-MONTANT         PIC 9(5)V99.
           05 AH-DATE            PIC X(10).
           05 AH-STATUT          PIC X(10).
           05 AH-DATE-FIN        PIC X(10).

       FD AUTORPARM.
       01 AUTORPARM-RECORD.
           05 AP-JOURS-EXPIR     PIC 9(3).

       FD REMISECHQ.
           COPY "REMISECHQ.cpy".

       FD FORCAGE.
       01 FORCAGE-RECORD.
           05 FC-COMPTEID        PIC 9(5).
           05 FC-DATE            PIC X(10).
           05 FC-MONTANT         PIC 9(5)V99.
           05 FC-STATUT          PIC X(10).

       FD VALDATES.
       01 VALDATES-RECORD.
           05 VD-COMPTEID        PIC 9(5).
           05 VD-TYPEOP          PIC X(25).
           05 VD-MONTANT         PIC 9(5)V99.
           05 VD-DATE-COMPTABLE  PIC X(10).

       FD GELADMIN.
       01 GELADMIN-RECORD.
           05 GA-COMPTEID        PIC 9(5).
           05 GA-DATE-POSE       PIC X(10).
           05 GA-MOTIF           PIC X(30).
           05 GA-STATUT          PIC X(10).
       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD SUCCESSIONS.
       01 SUCCESSIONS-RECORD.
           05 SC-IDCLIENT        PIC 9(5).
           05 SC-DATE-DECES      PIC X(10).
           05 SC-PLAFOND-UTILISE PIC 9(5)V99.
           05 SC-STATUT          PIC X(10).

       FD SUCCAUTH.
       01 SUCCAUTH-RECORD.
           05 SA2-COMPTEID       PIC 9(5).
           05 SA2-MONTANT        PIC 9(5)V99.
           05 SA2-STATUT         PIC X(10).

       FD SUCCAUTHTMP.
       01 SUCCAUTHTMP-RECORD     PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-COMPTESFILE-STATUS        PIC X(2).
      *> l'operation, retranche du solde disponible (0145)
       01 WS-SAISIES-STATUS            PIC X(2).
       01 WS-EOF-SAISIES               PIC X(3).
       01 WS-SAISIES-TOTAL             PIC 9(9)V99.
      *> total nanti sur le compte (0146), retranche de meme
       01 WS-NANTIS-STATUS             PIC X(2).
       01 WS-EOF-NANTIS                PIC X(3).
       01 WS-NANTIS-TOTAL              PIC 9(7)V99.
      *> total bloque en garantie de cautions (0146), de meme
       01 WS-CAUTIONS-STATUS           PIC X(2).
       01 WS-EOF-CAUTIONS              PIC X(3).
       01 WS-CAUTIONS-TOTAL            PIC 9(7)V99.
      *> total des autorisations EN COURS non expirees (0147),
      *> retranche de meme
       01 WS-AUTORCB-STATUS            PIC X(2).
       01 WS-AUTORPARM-STATUS          PIC X(2).
       01 WS-EOF-AUTORCB               PIC X(3).
       01 WS-AUTOR-TOTAL               PIC 9(7)V99.
       01 WS-AUTOR-JOURS-EXPIR         PIC 9(3).
       01 WS-AUTOR-DATE-NUM            PIC 9(8).
       01 WS-AUTOR-DATE-INT            PIC S9(8).
       01 WS-AUTOR-AH-NUM              PIC 9(8).
       01 WS-AUTOR-AGE                 PIC S9(8).
      *> total des cheques remis pas encore disponibles (0147),
      *> retranche de meme
       01 WS-REMISECHQ-STATUS          PIC X(2).
       01 WS-EOF-REMISECHQ             PIC X(3).
       01 WS-REMCHQ-TOTAL              PIC 9(7)V99.
       01 WS-SOLDE-DISPONIBLE          PIC S9(9)V99.

      *> forcage superviseur : table de travail du fichier FORCAGE.DAT
       01 WS-FORCAGE-STATUS            PIC X(2).
       01 WS-FORCAGE-OK                PIC X(3).
       01 WS-FC-TABLE.
           05 WS-FC-ENTRY OCCURS 20 TIMES.
              10 WS-FC-COMPTEID        PIC 9(5).
              10 WS-FC-DATE            PIC X(10).
              10 WS-FC-MONTANT         PIC 9(5)V99.
              10 WS-FC-STATUT          PIC X(10).
       01 WS-FEE-FRAGFINANC            PIC X(3).
       01 WS-FEE-PLAFOND               PIC 9 VALUE 8.
       01 WS-FEE-LIBELLE               PIC X(30).
       01 WS-FEE-CLIENTID              PIC 9(5) VALUE ZEROES.
       01 WS-DEVISE-OK                 PIC X(3) VALUE 'OUI'.
      *> solde verrouille, lu dans COMPTESFILE une fois le READ WITH
      *> LOCK pose (ou repris de L-SOLDE si le compte n'a pas encore
      *> de ligne) ; c'est cette valeur, pas L-SOLDE, qui sert de
      *> reference au calcul du prelevement -- voir 0120/0130
       01 WS-AUTH-SOLDE                PIC S9(9)V99.
      *> nouveau solde signe ecrit dans COMPTES.DAT : un decouvert y
      *> reste negatif ; L-NEWSOLDE n'en rend a l'appelant que la
      *> valeur dans sa propre image
       01 WS-NEW-SOLDE                 PIC S9(9)V99.
       01 WS-CF-FOUND                  PIC X(3) VALUE 'NON'.

      *> intention de postage, voir 0125-APPELER-POSTINTENT
       01 WS-PI-ACTION                 PIC X.
       01 WS-PI-MODULE                 PIC X(20) VALUE 'opprelev'.
       01 WS-PI-COMPTEID               PIC 9(5).
       01 WS-PI-SEQ                    PIC 9(10) VALUE ZEROES.
       01 WS-PI-ECRITURE-STATUS        PIC X(2).

      *> regles du produit du compte (voir produitcompte) : un
      *> produit sans droit au decouvert (livret reglemente) ne se
      *> force jamais en negatif
       01 WS-PROD-CARTE                PIC X(3).
       01 WS-PROD-CHEQUIER             PIC X(3).

      *> compte de mineur (voir mineurcheck) : jamais de decouvert,
      *> pas de forcage non plus
       01 WS-MIN-IDCLIENT              PIC 9(5) VALUE ZEROES.
       01 WS-MIN-MINEUR                PIC X(3).
       01 WS-MIN-AGE                   PIC 9(2).
       01 WS-MIN-PLAFOND-CARTE         PIC 9(5)V99.
       01 WS-MIN-PLAFOND-RETRAIT       PIC 9(5)V99.

      *> gel administratif (sanctions) : aucun mouvement tant que la
      *> ligne ACTIF est presente, voir 0149-CHECK-GEL-ADMIN
       01 WS-GELADMIN-STATUS           PIC X(2).
       01 WS-EOF-GELADMIN              PIC X(3).
       01 WS-COMPTE-GELE               PIC X(3).

      *> compte de plan d'epargne logement (voir pelcheck) : aucun
      *> retrait partiel, le PEL ne se vide que par sa cloture
       01 WS-PEL-COMPTE                PIC X(3).
       01 WS-PEL-STATUT                PIC X(10).

      *> gel successoral : le compte d'un titulaire DECEDE refuse
      *> les debits, sauf autorisation SUCCAUTH consommee -- voir
      *> 0146-CHECK-SUCCESSION
       01 WS-SUCCAUTH-STATUS           PIC X(2).
       01 WS-EOF-SUCC                  PIC X(3).
       01 WS-SUCC-GELE                 PIC X(3).
       01 WS-SUCC-CLIENT-W             PIC 9(5).
       01 WS-SUCC-AUTORISE             PIC X(3).
       01 WS-EOF-SA2-TMP               PIC X(3).

        77 L-LIBELLE      PIC X(25).
      *> COMPTEID du compte debite, ajoute pour verrouiller/reecrire
      *> sa ligne dans le fichier indexe partage COMPTES.DAT
        77 L-COMPTEID     PIC 9(5).
      *> devise de l'operation et devise du compte cible, voir
      *> 0115-CHECK-DEVISE
        77 L-DEVISE-OP      PIC X(3).
      *>    sur le meme COMPTEID sont ainsi serialises par le READ
      *>    WITH LOCK et ne peuvent plus partir du meme solde perime
           PERFORM 0130-DECIDE-PRELEVEMENT.
           MOVE WS-NEW-SOLDE TO L-NEWSOLDE.

      *>    intention de postage posee avant toute ecriture (voir le
      *>    module postintent) ; un refus laisse le solde inchange et
      *>    n'en pose pas
           IF WS-NEW-SOLDE NOT = WS-AUTH-SOLDE
              MOVE 'O' TO WS-PI-ACTION
              PERFORM 0125-APPELER-POSTINTENT
           END-IF.

           IF WS-CF-FOUND = 'NON'
              MOVE WS-NEW-SOLDE TO CF-SOLDE
              MOVE L-DEVISE-COMPTE TO CF-DEVISE
              WRITE COMPTESFILE-RECORD
           ELSE
              MOVE WS-NEW-SOLDE TO CF-SOLDE
              REWRITE COMPTESFILE-RECORD
           END-IF.
           MOVE WS-COMPTESFILE-STATUS TO WS-PI-ECRITURE-STATUS.

           CLOSE COMPTESFILE.

           IF WS-NEW-SOLDE NOT = WS-AUTH-SOLDE
              IF WS-PI-ECRITURE-STATUS(1:1) = "0"
                 MOVE 'E' TO WS-PI-ACTION
              ELSE
                 MOVE 'A' TO WS-PI-ACTION
              END-IF
              PERFORM 0125-APPELER-POSTINTENT
           END-IF.

       0125-APPELER-POSTINTENT.
           MOVE L-COMPTEID TO WS-PI-COMPTEID.
           CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
              WS-PI-COMPTEID, WS-AUTH-SOLDE, WS-NEW-SOLDE, WS-PI-SEQ.

       0130-DECIDE-PRELEVEMENT.
      *>    gel successoral : titulaire declare DECEDE, seuls les
      *>    debits couverts par une autorisation d'obseques passent
           PERFORM 0146-CHECK-SUCCESSION
           IF WS-SUCC-GELE = 'OUI'
              AND WS-SUCC-AUTORISE = 'NON'
              MOVE WS-AUTH-SOLDE TO WS-NEW-SOLDE
              MOVE 'NON' TO L-SUCCESS
              EXIT PARAGRAPH
           END-IF
      *>    le gel ne se force pas
           PERFORM 0149-CHECK-GEL-ADMIN
           IF WS-COMPTE-GELE = 'OUI'
              MOVE WS-AUTH-SOLDE TO WS-NEW-SOLDE
              MOVE 'NON' TO L-SUCCESS
              EXIT PARAGRAPH
           END-IF

      *>    compte PEL : refus de tout prelevement autre que le
      *>    debit de cloture du contrat, qui ne se force pas
           CALL 'pelcheck' USING L-COMPTEID, WS-PEL-COMPTE,
              WS-PEL-STATUT
           IF WS-PEL-COMPTE = 'OUI'
              AND L-TYPEOP NOT = 'CLOTURE PEL'
              MOVE WS-AUTH-SOLDE TO WS-NEW-SOLDE
              MOVE 'NON' TO L-SUCCESS
              EXIT PARAGRAPH
           END-IF

      *>    les saisies actives, les nantissements, les blocages en
      *>    garantie de caution et les autorisations carte/automate
      *>    en cours gelent leur montant : le disponible qui decide
      *>    le prelevement est le solde moins les saisies, les sommes
      *>    nanties ou bloquees et les fonds promis aux commercants
      *>    et automates, ainsi que les cheques remis sauf bonne
      *>    fin pas encore disponibles
           PERFORM 0145-CUMUL-SAISIES.
           PERFORM 0146-CUMUL-NANTIS.
           PERFORM 0146-CUMUL-CAUTIONS.
           PERFORM 0147-CUMUL-AUTORISATIONS.
           PERFORM 0147-CUMUL-REMISES-CHEQUES.
           COMPUTE WS-SOLDE-DISPONIBLE =
              WS-AUTH-SOLDE - WS-SAISIES-TOTAL - WS-NANTIS-TOTAL
              - WS-CAUTIONS-TOTAL - WS-AUTOR-TOTAL - WS-REMCHQ-TOTAL.

           IF(WS-SOLDE-DISPONIBLE < WS-MONTANT-CONVERTI)
      *>       provision insuffisante : un forcage superviseur pose
      *>       pour ce compte/jour/montant fait passer le
      *>       prelevement quand meme (voir 0140-CHECK-FORCAGE).
      *>       Une saisie-attribution, un nantissement ou une
      *>       autorisation en cours ne se force pas : si le solde
      *>       hors retenue couvrait le prelevement, ce sont les
      *>       fonds retenus qui bloquent et le forcage est ignore
              IF WS-AUTH-SOLDE >= WS-MONTANT-CONVERTI
                 MOVE 'NON' TO WS-FORCAGE-OK
              ELSE
                    WS-PROD-CODE, WS-PROD-DECOUVERT,
                    WS-PROD-METHODE, WS-PROD-PLAFOND-DEPOT,
                    WS-PROD-CARTE, WS-PROD-CHEQUIER
                 CALL 'mineurcheck' USING L-COMPTEID,
                    WS-MIN-IDCLIENT, L-DATE, WS-MIN-MINEUR,
                    WS-MIN-AGE, WS-MIN-PLAFOND-CARTE,
                    WS-MIN-PLAFOND-RETRAIT
                 IF WS-PROD-DECOUVERT = 'NON'
                    OR WS-MIN-MINEUR = 'OUI'
                    MOVE 'NON' TO WS-FORCAGE-OK
                 ELSE
                    PERFORM 0140-CHECK-FORCAGE

           IF(WS-SOLDE-DISPONIBLE >= WS-MONTANT-CONVERTI)
              OR WS-FORCAGE-OK = 'OUI'
              COMPUTE WS-NEW-SOLDE = WS-AUTH-SOLDE - WS-MONTANT-CONVERTI
              MOVE 'OUI' TO L-SUCCESS
              If(L-TYPEOP = 'VIREMENT OCCASIONNEL')
                 MOVE 'OP VIREMENT OCCASIONNEL' TO L-LIBELLE
                  MOVE 'OP VIREMENT ' TO L-LIBELLE
             END-IF
           ELSE
              COMPUTE WS-NEW-SOLDE = WS-AUTH-SOLDE - L-COMM
              MOVE 'NON' TO L-SUCCESS
      *>       message distinct quand ce sont les fonds saisis, et
      *>       non le solde, qui empechent le prelevement : le client
                 AND WS-AUTH-SOLDE >= WS-MONTANT-CONVERTI
                 MOVE 'FONDS SAISIS'  TO L-LIBELLE
              ELSE
                 IF WS-NANTIS-TOTAL > ZEROES
                    AND WS-AUTH-SOLDE >= WS-MONTANT-CONVERTI
                    MOVE 'FONDS NANTIS'  TO L-LIBELLE
                 ELSE
                    IF WS-CAUTIONS-TOTAL > ZEROES
                       AND WS-AUTH-SOLDE >= WS-MONTANT-CONVERTI
                       MOVE 'FONDS BLOQUES CAUTION'  TO L-LIBELLE
                    ELSE
                       IF WS-AUTOR-TOTAL > ZEROES
                          AND WS-AUTH-SOLDE >= WS-MONTANT-CONVERTI
                          MOVE 'FONDS RESERVES CARTE'  TO L-LIBELLE
                       ELSE
                          MOVE 'FRAIS REJET PRELEVEMENT'  TO L-LIBELLE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

                 AND (SA-DATE-FIN = SPACES
                    OR SA-DATE-FIN NOT < L-DATE)
                 IF SA-MONTANT = 99999.99
      *>             un compte deja a decouvert n'a rien a saisir
                    IF WS-AUTH-SOLDE > ZEROES
                       ADD WS-AUTH-SOLDE TO WS-SAISIES-TOTAL
                    END-IF
                 ELSE
                    ADD SA-MONTANT TO WS-SAISIES-TOTAL
                 END-IF
           END-PERFORM.
           CLOSE SAISIES.

      *> cumule les nantissements ACTIF portant sur le compte
      *> lui-meme (type C) ; un depot a terme nanti (type D) n'est
      *> pas un solde de compte, il est retenu par depotermebatch
       0146-CUMUL-NANTIS.
           MOVE ZEROES TO WS-NANTIS-TOTAL.
           MOVE 'NON' TO WS-EOF-NANTIS.
           OPEN INPUT NANTIS.
           IF WS-NANTIS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ NANTIS
              AT END MOVE 'OUI' TO WS-EOF-NANTIS
           END-READ.
           PERFORM UNTIL WS-EOF-NANTIS = 'OUI'
              IF NT-TYPE = 'C'
                 AND NT-COMPTEID = L-COMPTEID
                 AND NT-STATUT = 'ACTIF'
                 AND NT-DATE-POSE NOT > L-DATE
                 ADD NT-MONTANT TO WS-NANTIS-TOTAL
              END-IF
              READ NANTIS
                 AT END MOVE 'OUI' TO WS-EOF-NANTIS
              END-READ
           END-PERFORM.
           CLOSE NANTIS.

      *> cumule les montants bloques en garantie des cautions
      *> ACTIVE emises sur le compte (garantie de type B)
       0146-CUMUL-CAUTIONS.
           MOVE ZEROES TO WS-CAUTIONS-TOTAL.
           MOVE 'NON' TO WS-EOF-CAUTIONS.
           OPEN INPUT CAUTIONS.
           IF WS-CAUTIONS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CAUTIONS
              AT END MOVE 'OUI' TO WS-EOF-CAUTIONS
           END-READ.
           PERFORM UNTIL WS-EOF-CAUTIONS = 'OUI'
              IF CA-GARANTIE = 'B'
                 AND CA-COMPTEID = L-COMPTEID
                 AND CA-STATUT = 'ACTIVE'
                 AND CA-DATE-DEBUT NOT > L-DATE
                 ADD CA-MONTANT-BLOQUE TO WS-CAUTIONS-TOTAL
              END-IF
              READ CAUTIONS
                 AT END MOVE 'OUI' TO WS-EOF-CAUTIONS
              END-READ
           END-PERFORM.
           CLOSE CAUTIONS.

      *> cumule les autorisations carte/automate EN COURS du compte ;
      *> une autorisation plus vieille que le delai d'expiration
      *> (AUTORPARM.DAT, 7 jours par defaut) ne retient plus rien,
      *> meme avant que achatcbbatch ne la passe EXPIREE
       0147-CUMUL-AUTORISATIONS.
           MOVE ZEROES TO WS-AUTOR-TOTAL.
           MOVE 7 TO WS-AUTOR-JOURS-EXPIR.
           OPEN INPUT AUTORPARM.
           IF WS-AUTORPARM-STATUS = "00"
              READ AUTORPARM
                 NOT AT END
                    MOVE AP-JOURS-EXPIR TO WS-AUTOR-JOURS-EXPIR
              END-READ
              CLOSE AUTORPARM
           END-IF.

           MOVE 'NON' TO WS-EOF-AUTORCB.
           OPEN INPUT AUTORCB.
           IF WS-AUTORCB-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           STRING L-DATE(1:4) L-DATE(6:2) L-DATE(9:2)
              DELIMITED BY SIZE INTO WS-AUTOR-DATE-NUM.
           COMPUTE WS-AUTOR-DATE-INT = FUNCTION INTEGER-OF-DATE
              (WS-AUTOR-DATE-NUM).
           READ AUTORCB
              AT END MOVE 'OUI' TO WS-EOF-AUTORCB
           END-READ.
           PERFORM UNTIL WS-EOF-AUTORCB = 'OUI'
              IF AH-COMPTEID = L-COMPTEID
                 AND AH-STATUT = 'EN COURS'
                 STRING AH-DATE(1:4) AH-DATE(6:2) AH-DATE(9:2)
                    DELIMITED BY SIZE INTO WS-AUTOR-AH-NUM
                 COMPUTE WS-AUTOR-AGE = WS-AUTOR-DATE-INT
                    - FUNCTION INTEGER-OF-DATE(WS-AUTOR-AH-NUM)
                 IF WS-AUTOR-AGE NOT > WS-AUTOR-JOURS-EXPIR
                    ADD AH-MONTANT TO WS-AUTOR-TOTAL
                 END-IF
              END-IF
              READ AUTORCB
                 AT END MOVE 'OUI' TO WS-EOF-AUTORCB
              END-READ
           END-PERFORM.
           CLOSE AUTORCB.

      *> cumule les cheques remis sauf bonne fin sur le compte
      *> (CREDITE ou ENVOYE) dont la date de disponibilite n'est pas
      *> atteinte ; un cheque revenu IMPAYE ne retient plus rien
       0147-CUMUL-REMISES-CHEQUES.
           MOVE ZEROES TO WS-REMCHQ-TOTAL.
           MOVE 'NON' TO WS-EOF-REMISECHQ.
           OPEN INPUT REMISECHQ.
           IF WS-REMISECHQ-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ REMISECHQ
              AT END MOVE 'OUI' TO WS-EOF-REMISECHQ
           END-READ.
           PERFORM UNTIL WS-EOF-REMISECHQ = 'OUI'
              IF RCQ-COMPTEID = L-COMPTEID
                 AND (RCQ-STATUT = 'CREDITE' OR RCQ-STATUT = 'ENVOYE')
                 AND RCQ-DATE-DISPO > L-DATE
                 ADD RCQ-MONTANT TO WS-REMCHQ-TOTAL
              END-IF
              READ REMISECHQ
                 AT END MOVE 'OUI' TO WS-EOF-REMISECHQ
              END-READ
           END-PERFORM.
           CLOSE REMISECHQ.


      *> heure limite : la date de valeur produite par la regle
      *> (module cutoffrule) est consignee dans VALDATES.DAT quand
