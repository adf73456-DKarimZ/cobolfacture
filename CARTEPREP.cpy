      *> Registre des soldes des cartes prepayees CARTEPREP.DAT : une
      *> ligne par carte de type PREPAYEE de CARTES.DAT (CR-COMPTEID
      *> y est le compte de financement). La ligne est creee au
      *> premier chargement depuis l'ecran CARTE PREPAYEE
      *> d'ACTIVITY2CLIENT. PC-SOLDE est le solde stocke sur la
      *> carte ; PC-RESERVE la part retenue par les achats autorises
      *> non encore regles par achatcbbatch (disponible = solde -
      *> reserve) ; PC-PLAFOND le solde maximal chargeable. Statuts :
      *> ACTIVE, REMBOURSEE (carte expiree dont le solde a ete rendu
      *> au compte de financement par carterenouvbatch).
       01 CARTEPREP-RECORD.
           05 PC-NUMCARTE          PIC X(16).
           05 PC-COMPTEID          PIC 9(5).
           05 PC-IDCLIENT          PIC 9(5).
           05 PC-SOLDE             PIC 9(5)V99.
           05 PC-RESERVE           PIC 9(5)V99.
           05 PC-PLAFOND           PIC 9(5)V99.
           05 PC-DATE-MAJ          PIC X(10).
           05 PC-STATUT            PIC X(10).
