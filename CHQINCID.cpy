      *> Registre des incidents de paiement de cheque
      *> CHQINCIDENTS.DAT : une ligne par cheque rejete sans
      *> provision, posee par chequebatch (qui frappe aussi le compte
      *> dans INTERDITS.DAT). fccbatch envoie la lettre d'injonction
      *> (CIN-DATE-INJONCTION), declare l'incident au fichier central
      *> des cheques de la Banque de France (CIN-DATE-DECL), puis,
      *> une fois l'incident REGULARISE a l'ecran INCIDENTS CHEQUE
      *> d'activity2banq (date, mode et reference du justificatif),
      *> declare la regularisation (CIN-DATE-DECL-REGUL) et leve
      *> l'interdiction du compte quand plus aucun de ses incidents
      *> n'est OUVERT. CIN-MODE-REGUL : P reglement direct au
      *> beneficiaire, C provision constituee pour le paiement du
      *> cheque represente. Statuts : OUVERT, REGULARISE.
       01 CHQINCIDENTS-RECORD.
           05 CIN-NUMERO           PIC 9(7).
           05 CIN-COMPTEID         PIC 9(5).
           05 CIN-IDCLIENT         PIC 9(5).
           05 CIN-MONTANT          PIC 9(5)V99.
           05 CIN-DATE-INCIDENT    PIC X(10).
           05 CIN-DATE-INJONCTION  PIC X(10).
           05 CIN-DATE-DECL        PIC X(10).
           05 CIN-STATUT           PIC X(10).
           05 CIN-DATE-REGUL       PIC X(10).
           05 CIN-MODE-REGUL       PIC X(1).
           05 CIN-PREUVE           PIC X(20).
           05 CIN-DATE-DECL-REGUL  PIC X(10).
