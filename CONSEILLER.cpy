      *> Affectation des clients aux conseillers CONSEILLERS.DAT :
      *> une ligne par periode d'affectation d'un IDCLIENT a un
      *> conseiller (CSL-CONSEILLER = OP-ID d'OPERATEURS.DAT). La
      *> ligne sans date de fin est l'affectation courante ; une
      *> reaffectation ferme la ligne courante (CSL-DATE-FIN) et en
      *> ouvre une nouvelle, l'historique n'est jamais efface.
      *> Tenu par l'ecran PORTEFEUILLES CONSEILLERS d'activity2banq
      *> (affectation unitaire, reaffectation en masse au depart
      *> d'un conseiller), charge en table et reecrit en entier.
      *> Lu par le module tacheconseil et par conseilbatch.
       01 CONSEILLER-RECORD.
           05 CSL-IDCLIENT          PIC 9(5).
           05 CSL-CONSEILLER        PIC X(8).
           05 CSL-DATE-DEBUT        PIC X(10).
           05 CSL-DATE-FIN          PIC X(10).
           05 CSL-MOTIF             PIC X(20).
           05 CSL-OPERATEUR         PIC X(8).
