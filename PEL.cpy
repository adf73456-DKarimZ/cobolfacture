      *> Contrats de plan d'epargne logement PELCONTRATS.DAT : une
      *> ligne par contrat, ouverte par l'ecran PLANS EPARGNE
      *> LOGEMENT d'activity2banq. PL-COMPTEID est le compte PEL
      *> (aucun retrait partiel : opdebit et opprelev le refusent
      *> tant que le contrat n'est pas clos, voir pelcheck) ;
      *> PL-COMPTE-SOURCE est le compte courant du client, debite
      *> du depot initial et du versement mensuel obligatoire, et
      *> credite a la cloture. Le taux (en %) est fige a
      *> l'ouverture. pelbatch passe le depot initial puis les
      *> versements au jour PL-JOUR-VERSEMENT, verifie a chaque
      *> anniversaire le versement annuel minimal (PL-VERSE-ANNEE,
      *> remis a zero) et capitalise les interets de l'annee, enfin
      *> denoue les contrats A CLOTURER. Statuts : OUVERT (depot
      *> initial a passer), ACTIF, A CLOTURER, CLOTURE, ANNULE
      *> (depot initial refuse).
       01 PELCONTRATS-RECORD.
           05 PL-CONTRATID         PIC 9(5).
           05 PL-IDCLIENT          PIC 9(5).
           05 PL-COMPTEID          PIC 9(5).
           05 PL-COMPTE-SOURCE     PIC 9(5).
           05 PL-DATE-OUVERTURE    PIC X(10).
           05 PL-TAUX              PIC 9(2)V99.
           05 PL-DEPOT-INITIAL     PIC 9(7)V99.
           05 PL-VERSEMENT         PIC 9(5)V99.
           05 PL-JOUR-VERSEMENT    PIC 9(2).
           05 PL-PROCHAIN-VERSEMENT PIC X(10).
           05 PL-DATE-ANNIVERSAIRE PIC X(10).
           05 PL-CAPITAL-ANNIV     PIC 9(9)V99.
           05 PL-VERSE-ANNEE       PIC 9(7)V99.
           05 PL-INTERETS-ACQUIS   PIC 9(7)V99.
           05 PL-NB-MANQUEMENTS    PIC 9(2).
           05 PL-STATUT            PIC X(10).
           05 PL-DATE-CLOTURE      PIC X(10).
           05 PL-INTERETS-CLOTURE  PIC 9(7)V99.
