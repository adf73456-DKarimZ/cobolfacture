      *> File des operations d'ecran recues pendant la fenetre de
      *> traitement de nuit OPATTENTE.DAT (voir module fenetrenuit) :
      *> une ligne par operation, ajoutee par l'ecran a la place du
      *> postage, dans l'ordre d'arrivee. La file n'est jamais
      *> reecrite : opattentebatch la poste dans l'ordre en fin de
      *> chaine et retient dans FENETRENUIT.DAT le nombre d'entrees
      *> deja traitees.
      *>   - OA-ORIGINE   : CLIENT (ACTIVITY2CLIENT) ou GUICHET
      *>     (activity2banq, OA-OPERATEUR = l'operateur) ;
      *>   - OA-NATURE    : DEPOT (credit de OA-COMPTE-SRC),
      *>     VIREMENT OCCASIONNEL (opprelev sur OA-COMPTE-SRC),
      *>     VIREMENT INTERNE (OA-COMPTE-SRC vers OA-COMPTE-DEST),
      *>     OD (operation diverse approuvee, OA-REFERENCE = OD-ID
      *>     de ODPEND.DAT, OA-LIBELLE = motif et texte).
       01 OPATTENTE-RECORD.
           05 OA-HORODATE          PIC X(16).
           05 OA-ORIGINE           PIC X(8).
           05 OA-OPERATEUR         PIC X(8).
           05 OA-IDCLIENT          PIC 9(5).
           05 OA-NATURE            PIC X(20).
           05 OA-COMPTE-SRC        PIC 9(5).
           05 OA-COMPTE-DEST       PIC 9(5).
           05 OA-MONTANT           PIC 9(5)V99.
           05 OA-LIBELLE           PIC X(30).
           05 OA-REFERENCE         PIC 9(5).
