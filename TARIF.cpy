      *> Tarifs des frais TARIFS.DAT : une ligne par type
      *> d'operation et par date d'effet, jamais reecrite ni
      *> supprimee (l'historique des prix pratiques reste lisible).
      *> Une ligne est saisie a l'ecran TARIFS DES FRAIS (depuis la
      *> maintenance des parametres d'activity2banq), passe par
      *> REFPEND.DAT et n'est ajoutee ici qu'a l'approbation d'un
      *> second operateur (TF-SAISI-PAR / TF-APPROUVE-PAR, date
      *> d'approbation) ; sa date d'effet doit laisser au moins
      *> deux mois de preavis a la clientele. commisionfrais facture
      *> le montant de la ligne du type dont la date d'effet est la
      *> plus recente sans depasser la date de l'operation (bareme
      *> compile FEESCHED.cpy a defaut) ; tarifavisbatch previent
      *> les clients des lignes a venir (TARIFAVIS.DAT) et
      *> tarifbrochbatch edite la brochure tarifaire.
       01 TARIFS-RECORD.
           05 TF-TYPEOP            PIC X(25).
           05 TF-DATE-EFFET        PIC X(10).
           05 TF-MONTANT           PIC 9(3)V99.
           05 TF-DATE-APPROB       PIC X(10).
           05 TF-SAISI-PAR         PIC X(8).
           05 TF-APPROUVE-PAR      PIC X(8).
