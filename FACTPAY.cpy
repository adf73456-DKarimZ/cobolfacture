      *> Registre des factures payees FACTPAY.DAT : une ligne par
      *> paiement saisi a l'ecran PAYER UNE FACTURE d'activity2client
      *> (debit du client fait a la saisie via opprelev, reference
      *> controlee contre la regle du facturier). C'est l'historique
      *> des factures payees par facturier consulte par le client.
      *> facturebatch regroupe les paiements A REMETTRE d'un meme
      *> facturier en une remise unique (FP-REMISE-ID, fichier
      *> FACTREMISE.DAT) detaillee dans FACTDETAIL.DAT pour le
      *> rapprochement du facturier. Statuts : A REMETTRE, REMIS.
       01 FACTPAY-RECORD.
           05 FP-ID                PIC 9(10).
           05 FP-IDCLIENT          PIC 9(5).
           05 FP-COMPTEID          PIC 9(5).
           05 FP-CODE-FACTURIER    PIC X(6).
           05 FP-REFERENCE         PIC X(20).
           05 FP-MONTANT           PIC 9(5)V99.
           05 FP-DATE              PIC X(10).
           05 FP-STATUT            PIC X(10).
           05 FP-REMISE-ID         PIC 9(10).
           05 FP-DATE-REMISE       PIC X(10).
