      *> Registre des coffres-forts loues a la clientele LOCCOFFRE.DAT
      *> : une ligne par coffre de la salle des coffres d'une agence
      *> (code guichet d'AGENCEPARM.DAT), taille P, M ou G qui fixe
      *> le loyer annuel, titulaire de la location et compte debite
      *> du loyer, jusqu'a deux co-locataires. Les mandataires du
      *> titulaire sont ceux du registre PROCURATIONS.DAT. Tenu par
      *> l'ecran COFFRES-FORTS d'activity2banq ; coffrebatch preleve
      *> le loyer a chaque echeance annuelle, relance l'impaye puis
      *> bloque l'acces. Statuts : LIBRE, ACTIF, BLOQUE (motif
      *> IMPAYE, ou DECES du titulaire jusqu'au reglement de la
      *> succession).
       01 LOCCOFFRE-RECORD.
           05 KF-AGENCE            PIC 9(5).
           05 KF-NUMERO            PIC 9(4).
           05 KF-TAILLE            PIC X(1).
           05 KF-IDCLIENT          PIC 9(5).
           05 KF-COMPTEID          PIC 9(5).
           05 KF-COLOC-1           PIC 9(5).
           05 KF-COLOC-2           PIC 9(5).
           05 KF-DATE-DEBUT        PIC X(10).
      *> prochaine echeance du loyer annuel (date anniversaire)
           05 KF-DATE-ECHEANCE     PIC X(10).
      *> relances de loyer impaye envoyees pour l'echeance en cours
           05 KF-NB-RELANCES       PIC 9(1).
           05 KF-DATE-RELANCE      PIC X(10).
           05 KF-STATUT            PIC X(10).
           05 KF-MOTIF-BLOCAGE     PIC X(10).
