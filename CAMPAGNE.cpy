      *> Fichier des campagnes commerciales CAMPAGNE.DAT : une ligne
      *> par campagne, saisie par le marketing au statut A LANCER et
      *> tenue par campagnebatch :
      *>   - A LANCER : lancee au premier passage a compter de
      *>     CPG-DATE-LANCEMENT (LANCEE), ou REJETEE si le canal ou
      *>     le sujet est invalide ;
      *>   - LANCEE   : reponses suivies a chaque passage jusqu'a
      *>     CPG-DATE-FIN, puis CLOTUREE.
      *> Criteres de selection (zero ou blanc = sans critere) :
      *> solde total des comptes du client a la derniere photo de
      *> SOLDEHIST.DAT, produit detenu ou non (code COMPTEPROD), age
      *> (ETATCIVIL.DAT), agence (colonne AGENCE de COMPTES), depot a
      *> terme ACTIF et pret en cours (OUI = detenu, NON = non
      *> detenu). Canal de l'offre : APPLI (boite de l'application),
      *> EMAIL ou SMS. Produit offert : code COMPTEPROD, DEPOT TERME
      *> ou PRET, pour mesurer les souscriptions.
       01 CAMPAGNE-RECORD.
           05 CPG-CODE             PIC X(8).
           05 CPG-STATUT           PIC X(10).
           05 CPG-DATE-LANCEMENT   PIC X(10).
           05 CPG-DATE-FIN         PIC X(10).
           05 CPG-CANAL            PIC X(8).
           05 CPG-SUJET            PIC X(25).
           05 CPG-TEXTE            PIC X(70).
           05 CPG-PRODUIT-OFFERT   PIC X(10).
           05 CPG-SOLDE-MIN        PIC 9(9)V99.
           05 CPG-SOLDE-MAX        PIC 9(9)V99.
           05 CPG-PRODUIT-REQUIS   PIC X(10).
           05 CPG-PRODUIT-EXCLU    PIC X(10).
           05 CPG-AGE-MIN          PIC 9(3).
           05 CPG-AGE-MAX          PIC 9(3).
           05 CPG-AGENCE           PIC X(10).
           05 CPG-DEPOT-TERME      PIC X(3).
           05 CPG-PRET             PIC X(3).
           05 CPG-DATE-EXEC        PIC X(10).
           05 CPG-NB-CIBLES        PIC 9(5).
           05 CPG-NB-EXCLUS        PIC 9(5).
