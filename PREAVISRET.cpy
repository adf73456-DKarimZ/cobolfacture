      *> Preavis de gros retraits d'especes PREAVISRET.DAT : le
      *> client annonce au guichet, 48 heures a l'avance au moins,
      *> un retrait a une date donnee ; fondsbatch ajoute les
      *> preavis de la semaine a venir au besoin de la commande de
      *> fonds.
       01 PREAVISRET-RECORD.
           05 PV-AGENCE            PIC 9(5).
           05 PV-COMPTEID          PIC 9(5).
           05 PV-IDCLIENT          PIC 9(5).
           05 PV-MONTANT           PIC 9(7)V99.
           05 PV-DATE-SAISIE       PIC X(10).
           05 PV-DATE-RETRAIT      PIC X(10).
           05 PV-OPERATEUR         PIC X(8).
