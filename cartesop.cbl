       FD CARTES.
       01 CARTES-RECORD.
           05 CR-NUMCARTE        PIC X(16).
           05 CR-COMPTEID        PIC 9(5).
           05 CR-STATUT          PIC X(14).
      *> cycle de vie de la carte : date d'emission, date d'expiration
      *> (controlee par achatcbbatch a l'autorisation) et type de
       01 WS-PROD-CHEQUIER      PIC X(3).

       LINKAGE SECTION.
        77 L-COMPTEID       PIC 9(5).
        77 L-NUMCARTE        PIC X(16).
        77 L-STATUT          PIC X(14).
        77 L-SUCCESS         PIC X(3).
