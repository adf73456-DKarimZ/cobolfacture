
       FD COMPTESANOM.
       01 COMPTESANOM-RECORD.
           05 CFA-COMPTEID       PIC 9(5).
           05 CFA-SOLDE          PIC S9(9)V99.
           05 CFA-DEVISE         PIC X(3).

       FD CLIENTROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-IDCLIENT         PIC 9(5).
           05 FILLER                  PIC X.
           05 ROSTER-NOM              PIC X(50).
           05 FILLER                  PIC X.
       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD TITULANOM.
       01 TITULANOM-RECORD.
           05 TITA-CLE.
              10 TITA-COMPTEID   PIC 9(5).
              10 TITA-IDCLIENT   PIC 9(5).
           05 TITA-ROLE          PIC X(20).

       FD CARTES.
       01 CARTES-RECORD.
           05 CR-NUMCARTE        PIC X(16).
           05 CR-COMPTEID        PIC 9(5).
           05 CR-STATUT          PIC X(14).
           05 CR-DATE-EMISSION   PIC X(10).
           05 CR-DATE-EXPIR      PIC X(10).
       FD CARTESANOM.
       01 CARTESANOM-RECORD.
           05 CRA-NUMCARTE       PIC X(16).
           05 CRA-COMPTEID       PIC 9(5).
           05 CRA-STATUT         PIC X(14).
           05 CRA-DATE-EMISSION  PIC X(10).
           05 CRA-DATE-EXPIR     PIC X(10).
       FD STANDORD.
       01 STANDORD-RECORD.
           05 SO-ORDREID               PIC 9(3).
           05 SO-CLIENT-ID              PIC 9(5).
           05 SO-COMPTE-DEST            PIC 9(5).
           05 SO-CLIENT-DEST-ID         PIC 9(5).
           05 SO-MONTANT                PIC 9(5)V99.
           05 SO-JOUR-EXEC              PIC 99.
           05 SO-DATE-DERNIERE-EXEC     PIC X(10).
       FD STANDORDANOM.
       01 STANDORDANOM-RECORD.
           05 SOA-ORDREID              PIC 9(3).
           05 SOA-CLIENT-ID             PIC 9(5).
           05 SOA-COMPTE-DEST           PIC 9(5).
           05 SOA-CLIENT-DEST-ID        PIC 9(5).
           05 SOA-MONTANT               PIC 9(5)V99.
           05 SOA-JOUR-EXEC             PIC 99.
           05 SOA-DATE-DERNIERE-EXEC    PIC X(10).
       FD PRETS.
       01 PRETS-RECORD.
           05 PR-PRETID          PIC 9(5).
           05 PR-IDCLIENT        PIC 9(5).
           05 PR-COMPTEID        PIC 9(5).
           05 PR-CAPITAL         PIC 9(7)V99.
           05 PR-TAUX-ANNUEL     PIC 9(2)V99.
           05 PR-DUREE-MOIS      PIC 9(3).
       FD PRETSANOM.
       01 PRETSANOM-RECORD.
           05 PRA-PRETID         PIC 9(5).
           05 PRA-IDCLIENT       PIC 9(5).
           05 PRA-COMPTEID       PIC 9(5).
           05 PRA-CAPITAL        PIC 9(7)V99.
           05 PRA-TAUX-ANNUEL    PIC 9(2)V99.
           05 PRA-DUREE-MOIS     PIC 9(3).
       FD MESSAGES.
       01 MESSAGES-RECORD.
           05 MSG-ID                  PIC 9(5).
           05 MSG-SENDER-CLIENTID     PIC 9(5).
           05 MSG-SUBJECT             PIC X(40).
           05 MSG-BODY                PIC X(70).
           05 MSG-DATE                PIC X(10).
       FD MESSAGESANOM.
       01 MESSAGESANOM-RECORD.
           05 MSA-ID                  PIC 9(5).
           05 MSA-SENDER-CLIENTID     PIC 9(5).
           05 MSA-SUBJECT             PIC X(40).
           05 MSA-BODY                PIC X(70).
           05 MSA-DATE                PIC X(10).
