      *> Journal des mouvements des cartes prepayees CARTEPREPMVT.DAT
      *> (une ligne par mouvement, dans l'ordre d'arrivee), source du
      *> releve mensuel cartepreprelbatch. Types : CHARGEMENT et
      *> DECHARGEMENT (depuis/vers le compte de financement, ecran
      *> CARTE PREPAYEE), ACHAT (autorise a l'ecran ACHAT CHEZ
      *> PARTENAIRE, regle ou rejete la nuit par achatcbbatch),
      *> REMBOURSEMT (solde d'une carte expiree rendu au compte par
      *> carterenouvbatch). Statuts : EFFECTUE, AUTORISEE, REGLEE,
      *> REJETEE. PM-DATE-EFFET et PM-SOLDE-APRES sont portes quand
      *> le mouvement touche le solde de la carte.
       01 CARTEPREPMVT-RECORD.
           05 PM-NUMCARTE          PIC X(16).
           05 PM-REFERENCE         PIC X(16).
           05 PM-DATE              PIC X(10).
           05 PM-TYPE              PIC X(12).
           05 PM-MONTANT           PIC 9(5)V99.
           05 PM-LIBELLE           PIC X(30).
           05 PM-STATUT            PIC X(10).
           05 PM-DATE-EFFET        PIC X(10).
           05 PM-SOLDE-APRES       PIC 9(5)V99.
