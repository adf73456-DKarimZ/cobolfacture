      *> Stock du coffre d'agence COFFRE.DAT : une ligne par agence
      *> (code guichet d'AGENCEPARM.DAT), nombre de billets par
      *> coupure et montant des pieces. Tenu par la caisse
      *> d'activity2banq : approvisionnement d'un tiroir depuis le
      *> coffre, versement d'un tiroir au coffre, livraison du
      *> transporteur de fonds, comptage du coffre -- chacun sous
      *> double controle, trace dans COFFREMVT.DAT.
       01 COFFRE-RECORD.
           05 CF-AGENCE            PIC 9(5).
           05 CF-NB-50             PIC 9(6).
           05 CF-NB-20             PIC 9(6).
           05 CF-NB-10             PIC 9(6).
           05 CF-NB-5              PIC 9(6).
           05 CF-PIECES            PIC 9(7)V99.
           05 CF-DATE-MAJ          PIC X(10).
