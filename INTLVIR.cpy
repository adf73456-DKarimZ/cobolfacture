      *> Registre des virements internationaux hors SEPA INTLVIR.DAT
      *> : une ligne par ordre saisi a l'ecran VIREMENT INTERNATIONAL
      *> d'activity2client (debit du client fait a la saisie, en EUR
      *> au cours du jour marge comprise), emis vers la banque
      *> correspondante par intlvirbatch, qui y rapproche aussi les
      *> retours et rejets du correspondant. Statuts : A EMETTRE
      *> (saisi), GELE (touche du filtrage sanctions, dossier
      *> conformite ouvert), LIBERE (gel leve par la conformite,
      *> part sans nouveau filtrage), EMIS, RETOURNE.
       01 INTLVIR-RECORD.
           05 IV-ID                PIC 9(10).
           05 IV-IDCLIENT          PIC 9(5).
           05 IV-COMPTEID          PIC 9(5).
           05 IV-BENEF-NOM         PIC X(35).
           05 IV-BENEF-ADRESSE     PIC X(35).
           05 IV-BENEF-COMPTE      PIC X(34).
           05 IV-BIC               PIC X(11).
           05 IV-BANQUE-NOM        PIC X(35).
           05 IV-DEVISE            PIC X(3).
           05 IV-MONTANT-DEV       PIC 9(7)V99.
      *> cours client applique (cours du jour devise/EUR majore de la
      *> marge) et contre-valeur EUR debitee, hors frais
           05 IV-TAUX              PIC 9(3)V9(6).
           05 IV-MONTANT-EUR       PIC 9(5)V99.
      *> option de frais OUR/SHA/BEN et frais factures au client
           05 IV-FRAIS             PIC X(3).
           05 IV-FRAIS-EUR         PIC 9(3)V99.
           05 IV-LIBELLE           PIC X(30).
           05 IV-DATE-ORDRE        PIC X(10).
           05 IV-DATE-ENVOI        PIC X(10).
           05 IV-DATE-RETOUR       PIC X(10).
           05 IV-MONTANT-RETOUR    PIC 9(5)V99.
           05 IV-MOTIF             PIC X(30).
           05 IV-STATUT            PIC X(10).
