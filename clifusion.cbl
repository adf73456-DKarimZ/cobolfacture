       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD MESSAGES.
       01 MESSAGES-RECORD.
           05 MSG-ID                  PIC 9(5).
           05 MSG-SENDER-CLIENTID     PIC 9(5).
           05 MSG-SUBJECT             PIC X(40).
           05 MSG-BODY                PIC X(70).
           05 MSG-DATE                PIC X(10).
       FD STANDORD.
       01 STANDORD-RECORD.
           05 SO-ORDREID               PIC 9(3).
           05 SO-CLIENT-ID              PIC 9(5).
           05 SO-COMPTE-DEST            PIC 9(5).
           05 SO-CLIENT-DEST-ID         PIC 9(5).
           05 SO-MONTANT                PIC 9(5)V99.
           05 SO-JOUR-EXEC              PIC 99.
           05 SO-DATE-DERNIERE-EXEC     PIC X(10).
       01 MANDATS-RECORD.
           05 MD-REFERENCE       PIC X(16).
           05 MD-CREANCIER-ID    PIC X(8).
           05 MD-IDCLIENT        PIC 9(5).
           05 MD-COMPTEID        PIC 9(5).
           05 MD-DATE-SIGNATURE  PIC X(10).
           05 MD-STATUT          PIC X(10).

       FD MANDATSTMP.
       01 MANDATSTMP-RECORD      PIC X(54).

       FD CLITOMB.
       01 CLITOMB-RECORD.
           05 CT-ID-PERDANT      PIC 9(5).
           05 CT-ID-SURVIVANT    PIC 9(5).
           05 CT-DATE            PIC X(10).
           05 CT-OPERATEUR       PIC X(8).

       01 WS-EOF-FICHIER        PIC X(3).
       01 WS-LIGNES-REPRISES    PIC 9(5).

       01 WS-COMPTEID-REPRIS    PIC 9(5).
       01 WS-ROLE-REPRIS        PIC X(20).

       01 WS-BD-ACTION          PIC X.
       01 WS-BD-DATE-ISO        PIC X(10).

       LINKAGE SECTION.
       77 L-ID-SURVIVANT        PIC 9(5).
       77 L-ID-PERDANT          PIC 9(5).
       77 L-OPERATEUR           PIC X(8).
       77 L-SUCCESS             PIC X(3).

