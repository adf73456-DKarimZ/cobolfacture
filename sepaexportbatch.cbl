      *> compte et client debites a l'origine du virement, portes
      *> par les producteurs de la file (activity2banq,
      *> virementpermbatch) pour le traitement des retours
           05 SQ-COMPTE-SRC             PIC 9(5).
           05 SQ-CLIENT-SRC             PIC 9(5).

       FD SEPAOUT.
       01 SEPAOUT-LINE        PIC X(100).
       FD SEPAEXPLOG.
       01 SEPAEXPLOG-RECORD.
           05 XL-ID                     PIC 9(10).
           05 XL-COMPTE-SRC             PIC 9(5).
           05 XL-CLIENT-SRC             PIC 9(5).
           05 XL-IBAN-DEST              PIC X(34).
           05 XL-MONTANT                PIC 9(5)V99.
           05 XL-DATE-REMISE            PIC X(10).

       FD GELADMIN.
       01 GELADMIN-RECORD.
           05 GA-COMPTEID        PIC 9(5).
           05 GA-DATE-POSE       PIC X(10).
           05 GA-MOTIF           PIC X(30).
           05 GA-STATUT          PIC X(10).

       FD GELCASES.
       01 GELCASES-RECORD.
           05 GC-COMPTEID        PIC 9(5).
           05 GC-NOM             PIC X(30).
           05 GC-IBAN            PIC X(34).
           05 GC-MONTANT         PIC 9(5)V99.
           05 SS-MONTANT                PIC 9(5)V99.
           05 SS-LIBELLE                PIC X(25).
           05 SS-DATE-EXEC              PIC X(10).
           05 SS-COMPTE-SRC             PIC 9(5).
           05 SS-CLIENT-SRC             PIC 9(5).
           05 SS-DATE-GEL               PIC X(10).
           05 SS-MOTIF                  PIC X(30).
           05 SS-STATUT                 PIC X(10).
