      *> Registre des clients sensibles CLISENS.DAT : marque du
      *> dossier client (le dossier DB2 ne la porte pas), une ligne
      *> par client signale, tenu par la conformite sur l'ecran
      *> PERSONNEL ET CLIENTS SENSIBLES d'activity2banq.
      *>   - PERSONNEL : client salarie de la banque ; SNS-OPERATEUR
      *>     est son identifiant OPERATEURS.DAT s'il en a un.
      *>     commisionfrais lui applique la remise personnel ;
      *>   - PROCHE    : parent d'un salarie (SNS-LIEN), rattache a
      *>     l'operateur SNS-OPERATEUR ;
      *>   - VIP       : client dont les comptes sont proteges.
      *> La consultation d'un compte d'un client ACTIF au registre
      *> exige un role autorise et un motif (audit CONSULT
      *> SENSIBLE) ; accessensbatch en fait la revue hebdomadaire
      *> avec les operations postees par un operateur sur ses
      *> propres comptes ou ceux d'un proche. Statuts : ACTIF,
      *> LEVE (depart du salarie, fin du lien ou du statut VIP).
       01 CLISENS-RECORD.
           05 SNS-IDCLIENT          PIC 9(5).
           05 SNS-CATEGORIE         PIC X(10).
           05 SNS-OPERATEUR         PIC X(8).
           05 SNS-LIEN              PIC X(10).
           05 SNS-DATE-DEBUT        PIC X(10).
           05 SNS-DATE-FIN          PIC X(10).
           05 SNS-STATUT            PIC X(10).
           05 SNS-SAISI-PAR         PIC X(8).
