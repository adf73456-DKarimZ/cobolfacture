      *> Journal des mouvements du coffre d'agence COFFREMVT.DAT,
      *> une ligne par mouvement valide par deux operateurs (le
      *> saisissant et le valideur, toujours differents). Types :
      *> CT coffre vers tiroir, TC tiroir vers coffre, LV livraison
      *> du transporteur de fonds (CM-REFCMDE = commande de
      *> CMDFONDS.DAT), CP comptage du coffre -- CM-THEORIQUE porte
      *> alors le stock theorique avant comptage, l'ecart part au
      *> rapport CAISSE.RPT de caisserecapbatch.
       01 COFFREMVT-RECORD.
           05 CM-AGENCE            PIC 9(5).
           05 CM-DATE              PIC X(10).
           05 CM-HEURE             PIC X(6).
           05 CM-TYPE              PIC X(2).
           05 CM-OPERATEUR         PIC X(8).
           05 CM-VALIDEUR          PIC X(8).
           05 CM-NB-50             PIC 9(6).
           05 CM-NB-20             PIC 9(6).
           05 CM-NB-10             PIC 9(6).
           05 CM-NB-5              PIC 9(6).
           05 CM-PIECES            PIC 9(7)V99.
           05 CM-TOTAL             PIC 9(9)V99.
           05 CM-THEORIQUE         PIC 9(9)V99.
           05 CM-REFCMDE           PIC 9(10).
