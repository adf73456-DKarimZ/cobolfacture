      *> File des evenements a declarer au fichier national des
      *> comptes bancaires (FICOBA), FICOBAEVT.DAT : l'ouverture
      *> (0228-OUVRIR-COMPTE d'activity2banq) et la cloture
      *> (CLOTURE-COMPTE de modactivity2) y sont deposees par le
      *> module ficobaevt ; les ajouts et retraits de titulaires et
      *> de mandataires y sont ajoutes par ficobabatch, qui compare
      *> COMPTETITULAIRES.DAT et PROCURATIONS.DAT a la photographie
      *> du passage precedent. FE-QUALITE : T titulaire, M
      *> mandataire (blanc pour ouverture et cloture, declarees
      *> pour chaque titulaire du compte). Statuts : A DECLARER,
      *> DECLARE (FE-DATE-DECL posee), ANOMALIE (donnee obligatoire
      *> absente, FE-MOTIF ; representee a chaque passage).
       01 FICOBAEVT-RECORD.
           05 FE-DATE-EVT          PIC X(10).
           05 FE-NATURE            PIC X(10).
           05 FE-QUALITE           PIC X(1).
           05 FE-COMPTEID          PIC 9(5).
           05 FE-IDCLIENT          PIC 9(5).
           05 FE-STATUT            PIC X(10).
           05 FE-DATE-DECL         PIC X(10).
           05 FE-MOTIF             PIC X(30).
