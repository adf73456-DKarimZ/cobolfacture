      *> Registre des demandes d'effacement (droit a l'oubli)
      *> EFFACEMENT.DAT : une ligne par demande, saisie a l'ecran
      *> EFFACEMENT DES DONNEES d'activity2banq (statut DEMANDEE),
      *> instruite par effacebatch : REFUSEE quand une obligation de
      *> conservation s'y oppose (EF-MOTIF, et EF-DATE-FIN-CONSERV
      *> pour la conservation comptable de dix ans), EFFECTUEE quand
      *> les donnees personnelles ont ete pseudonymisees -- le
      *> certificat remis au client est CERTEFF_<numero>.RPT.
       01 EFFACEMENT-RECORD.
           05 EF-NUMERO            PIC 9(5).
           05 EF-IDCLIENT          PIC 9(5).
           05 EF-DATE-DEMANDE      PIC X(10).
           05 EF-SAISI-PAR         PIC X(8).
           05 EF-STATUT            PIC X(10).
           05 EF-DATE-DECISION     PIC X(10).
           05 EF-MOTIF             PIC X(40).
           05 EF-DATE-FIN-CONSERV  PIC X(10).
