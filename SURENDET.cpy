      *> Registre des dossiers de surendettement SURENDET.DAT : une
      *> ligne par dossier depose a la Banque de France par un
      *> client, tenu par l'ecran SURENDETTEMENT d'activity2banq.
      *> Statuts : DEPOSE (dossier depose, rien de suspendu),
      *> ADMISSIBLE (dossier declare recevable : moratoire, plus de
      *> prelevement d'echeance de pret, d'agios, de frais
      *> d'incident ni de relance), PLAN (plan adopte : memes
      *> suspensions, les echeances du pret sont remplacees par le
      *> versement mensuel du plan que preleve pretprelevbatch),
      *> TERMINE (dernier versement du plan echu), REJETE (dossier
      *> irrecevable), CLOTURE (dossier clos par le back-office).
      *> Le module surendcheck dit si un client ou un compte est
      *> sous suspension ; les montants suspendus sont journalises
      *> dans SURENDMVT.DAT (voir SURENDMVT.cpy).
       01 SURENDET-RECORD.
           05 SD-DOSSIERID         PIC 9(5).
           05 SD-IDCLIENT          PIC 9(5).
           05 SD-DATE-DECLARATION  PIC X(10).
           05 SD-DATE-RECEVABILITE PIC X(10).
           05 SD-STATUT            PIC X(10).
      *> plan adopte : premier versement, nombre de mensualites,
      *> versement mensuel et compte de prelevement
           05 SD-PLAN-DEBUT        PIC X(10).
           05 SD-PLAN-DUREE        PIC 9(3).
           05 SD-PLAN-MENSUALITE   PIC 9(7)V99.
           05 SD-PLAN-COMPTEID     PIC 9(5).
      *> suivi du plan par pretprelevbatch : prochain versement du,
      *> versements preleves et versements impayes
           05 SD-PLAN-PROCHAINE    PIC X(10).
           05 SD-PLAN-NB-PAYES     PIC 9(3).
           05 SD-PLAN-NB-IMPAYES   PIC 9(3).
           05 SD-DATE-CLOTURE      PIC X(10).
