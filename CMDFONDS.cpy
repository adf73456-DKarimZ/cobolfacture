      *> Commandes de fonds au transporteur CMDFONDS.DAT : la
      *> proposition hebdomadaire de fondsbatch (besoin net des
      *> dernieres semaines + preavis de gros retraits - stock du
      *> coffre au-dela du stock de securite), ventilee par
      *> coupure, statut PROPOSEE ; la livraison saisie sous double
      *> controle a la caisse d'activity2banq la passe LIVREE avec
      *> les quantites recues, que fondsbatch rapproche de la
      *> commande.
       01 CMDFONDS-RECORD.
           05 CO-REF               PIC 9(10).
           05 CO-AGENCE            PIC 9(5).
           05 CO-DATE-CMDE         PIC X(10).
           05 CO-BESOIN            PIC 9(9)V99.
           05 CO-PREAVIS           PIC 9(9)V99.
           05 CO-STOCK             PIC 9(9)V99.
           05 CO-CMD-NB-50         PIC 9(6).
           05 CO-CMD-NB-20         PIC 9(6).
           05 CO-CMD-NB-10         PIC 9(6).
           05 CO-CMD-NB-5          PIC 9(6).
           05 CO-CMD-TOTAL         PIC 9(9)V99.
           05 CO-STATUT            PIC X(10).
           05 CO-DATE-LIVR         PIC X(10).
           05 CO-LIV-NB-50         PIC 9(6).
           05 CO-LIV-NB-20         PIC 9(6).
           05 CO-LIV-NB-10         PIC 9(6).
           05 CO-LIV-NB-5          PIC 9(6).
           05 CO-LIV-TOTAL         PIC 9(9)V99.
           05 CO-OPER-LIVR         PIC X(8).
           05 CO-VALID-LIVR        PIC X(8).
