      *> Registre des clients mineurs MINEURS.DAT : une ligne par
      *> couple mineur / representant legal (deux lignes pour un
      *> enfant sous l'autorite de ses deux parents), tenu par
      *> l'ecran MINEURS ET REPRESENTANTS d'activity2banq. La date
      *> de naissance donne la tranche d'age dont mineurcheck tire
      *> les regles (pas de decouvert, plafonds carte et retrait,
      *> ni chequier ni credit). MN-PRODUIT-MAJEUR est le produit
      *> adulte (COMPTEPROD.DAT) pose sur les comptes du jeune au
      *> passage a la majorite par majoritebatch, qui passe alors
      *> la ligne MAJEUR : le representant perd sa vue sur les
      *> comptes. Statuts : MINEUR, MAJEUR, RETIRE (lien leve par
      *> le back-office, jugement ou erreur de saisie).
       01 MINEURS-RECORD.
           05 MN-IDCLIENT          PIC 9(5).
           05 MN-DATE-NAISSANCE    PIC X(10).
           05 MN-REPRESENTANT      PIC 9(5).
           05 MN-LIEN              PIC X(10).
           05 MN-PRODUIT-MAJEUR    PIC X(10).
           05 MN-DATE-ENREG        PIC X(10).
           05 MN-DATE-MAJORITE     PIC X(10).
           05 MN-STATUT            PIC X(10).
