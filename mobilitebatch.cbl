       FD MOBILIN.
       01 MOBILIN-RECORD.
           05 MB-TYPE            PIC X.
           05 MB-IDCLIENT        PIC 9(5).
           05 MB-COMPTEID        PIC 9(5).
           05 MB-MONTANT         PIC 9(5)V99.
           05 MB-JOUR-EXEC       PIC 99.
           05 MB-IBAN            PIC X(34).
       FD MOBILPEND.
       01 MOBILPEND-RECORD.
           05 MP-TYPE            PIC X.
           05 MP-IDCLIENT        PIC 9(5).
           05 MP-COMPTEID        PIC 9(5).
           05 MP-MONTANT         PIC 9(5)V99.
           05 MP-JOUR-EXEC       PIC 99.
           05 MP-IBAN            PIC X(34).
       01 MANDATS-RECORD.
           05 MD-REFERENCE       PIC X(16).
           05 MD-CREANCIER-ID    PIC X(8).
           05 MD-IDCLIENT        PIC 9(5).
           05 MD-COMPTEID        PIC 9(5).
           05 MD-DATE-SIGNATURE  PIC X(10).
           05 MD-STATUT          PIC X(10).

      *> zones standordop (creation d'un ordre)
       01 WS-SO-ACTION          PIC X.
       01 WS-SO-ORDREID         PIC 9(3).
       01 WS-SO-COMPTE-DEST     PIC 9(5).
       01 WS-SO-CLIENT-DEST     PIC 9(5).
       01 WS-SO-SUCCESS         PIC X(3).

      *> recapitulatif de bienvenue : elements mis en place par
      *> client, resume en fin de passage
       01 WS-CLI-TABLE.
           05 WS-CLI-ENTRY OCCURS 100 TIMES.
              10 WS-CLI-IDCLIENT     PIC 9(5).
              10 WS-CLI-NB-ORDRES    PIC 9(3).
              10 WS-CLI-NB-MANDATS   PIC 9(3).
              10 WS-CLI-NB-ATTENTE   PIC 9(3).
       01 WS-CLI-COUNT          PIC 9(3) VALUE 0.
       01 WS-CLI-IDX            PIC 9(3).
       01 WS-CLI-FOUND          PIC 9(5).

       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).
