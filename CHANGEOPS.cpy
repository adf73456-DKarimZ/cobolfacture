      *> Registre des operations de change manuel du guichet
      *> CHANGEOPS.DAT : une ligne par achat ou vente de billets
      *> etrangers saisi dans MA CAISSE d'activity2banq. Le sens A
      *> est un achat de devises par la banque (le client les vend,
      *> il recoit des euros), V une vente de devises au client
      *> (il paie en euros). Le cours du jour vient de
      *> TAUXCHANGE.DAT, le cours applique est minore (A) ou majore
      *> (V) de la marge de CHANGEPARM.DAT ; CG-MARGE-EUR est le
      *> produit de change repris par glextractbatch. Un non-client
      *> au-dela du seuil d'identification porte son identite.
       01 CHANGEOPS-RECORD.
           05 CG-OPERATEUR         PIC X(8).
           05 CG-DATE              PIC X(10).
           05 CG-HEURE             PIC X(6).
           05 CG-SENS              PIC X.
           05 CG-DEVISE            PIC X(3).
           05 CG-MONTANT-DEV       PIC 9(7)V99.
           05 CG-TAUX-JOUR         PIC 9(3)V9(6).
           05 CG-TAUX-APPLIQUE     PIC 9(3)V9(6).
           05 CG-MONTANT-EUR       PIC 9(5)V99.
           05 CG-MARGE-EUR         PIC 9(5)V99.
      *> client identifie par son compte (zero pour un non-client)
           05 CG-COMPTEID          PIC 9(5).
           05 CG-IDCLIENT          PIC 9(5).
      *> identite relevee pour un non-client au-dela du seuil
           05 CG-IDENT-NOM         PIC X(30).
           05 CG-IDENT-PIECE       PIC X(10).
           05 CG-IDENT-NUMERO      PIC X(20).
