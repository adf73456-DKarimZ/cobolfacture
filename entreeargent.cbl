
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
       01 WS-FEE-FRAGFINANC            PIC X(3).
       01 WS-FEE-PLAFOND               PIC 9 VALUE 8.
       01 WS-FEE-LIBELLE               PIC X(30).
       01 WS-FEE-CLIENTID              PIC 9(5) VALUE ZEROES.
       01 WS-DEVISE-OK                 PIC X(3) VALUE 'OUI'.
      *> solde verrouille, lu dans COMPTESFILE une fois le READ WITH
      *> LOCK pose (ou repris de L-SOLDE si le compte n'a pas encore
      *> de ligne) ; c'est cette valeur, pas L-SOLDE, qui sert de
      *> reference au calcul du credit -- voir 0120/0130
       01 WS-AUTH-SOLDE                PIC S9(9)V99.
      *> nouveau solde signe ecrit dans COMPTES.DAT : un decouvert y
      *> reste negatif ; L-NEWSOLDE n'en rend a l'appelant que la
      *> valeur dans sa propre image
       01 WS-NEW-SOLDE                 PIC S9(9)V99.
       01 WS-CF-FOUND                  PIC X(3) VALUE 'NON'.

      *> intention de postage, voir 0125-APPELER-POSTINTENT
       01 WS-PI-ACTION                 PIC X.
       01 WS-PI-MODULE                 PIC X(20) VALUE 'entreeargent'.
       01 WS-PI-COMPTEID               PIC 9(5).
       01 WS-PI-SEQ                    PIC 9(10) VALUE ZEROES.
       01 WS-PI-ECRITURE-STATUS        PIC X(2).

      *> tolerance (en jours) entre la date de valeur du virement
      *> (L-DATE) et la date systeme : un virement "SALAIRE TLR"
      *> soumis un jour en retard ou en avance est encore credite,
        77 L-SUCCESS      PIC X(3).
      *> COMPTEID du compte credite, ajoute pour verrouiller/reecrire
      *> sa ligne dans le fichier indexe partage COMPTES.DAT
        77 L-COMPTEID     PIC 9(5).
      *> devise de l'operation et devise du compte cible, voir
      *> 0115-CHECK-DEVISE
        77 L-DEVISE-OP      PIC X(3).
      *>    sur le meme COMPTEID sont ainsi serialises par le READ
      *>    WITH LOCK et ne peuvent plus partir du meme solde perime
           PERFORM 0130-DECIDE-CREDIT.
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

       0130-DECIDE-CREDIT.
      *>    gel administratif (sanctions) : refus de tout mouvement,
      *>    le gel ne se force pas
           PERFORM 0149-CHECK-GEL-ADMIN
           IF WS-COMPTE-GELE = 'OUI'
              MOVE WS-AUTH-SOLDE TO WS-NEW-SOLDE
              MOVE 'NON' TO L-SUCCESS
              EXIT PARAGRAPH
           END-IF
           IF WS-PROD-PLAFOND-DEPOT > ZEROES
              AND (WS-AUTH-SOLDE + WS-MONTANT-CONVERTI)
                 > WS-PROD-PLAFOND-DEPOT
              MOVE WS-AUTH-SOLDE TO WS-NEW-SOLDE
              MOVE 'NON' TO L-SUCCESS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JO-RESULT-JOURS TO WS-DATE-DIFF

           IF WS-DATE-DIFF <= WS-DATE-WINDOW-DAYS
               COMPUTE WS-NEW-SOLDE =
                  WS-AUTH-SOLDE + WS-MONTANT-CONVERTI
               MOVE 'PAIEMENT DE ' TO L-LIBELLE
               MOVE 'OUI' TO L-SUCCESS
           ELSE
               MOVE WS-AUTH-SOLDE TO WS-NEW-SOLDE
               MOVE 'NON' TO L-SUCCESS
           END-IF.

      *> (module cutoffrule) est consignee dans VALDATES.DAT quand
      *> elle differe de la date comptable -- le releve machine
      *> montre les deux dates et valajustbatch ajuste interets et
      *> agios sur la date de valeur ; pas de regle, pas de ligne.
      *> Une remise de cheques sauf bonne fin (libelle REMISE CHQ
      *> pose par l'ecran de remise d'activity2banq) suit la regle
      *> REMISE CHEQUE du bareme, pas celle des especes
       0160-CHECK-CUTOFF.
           MOVE 'ENTREE ARGENT' TO WS-CO-TYPEOP.
           IF L-LIBELLE(1:10) = 'REMISE CHQ'
              MOVE 'REMISE CHEQUE' TO WS-CO-TYPEOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CO-HEURE.
           CALL 'cutoffrule' USING WS-CO-TYPEOP, L-DATE,
              WS-CO-HEURE, WS-CO-DATE-VALEUR.
