      *> Registre de la clientele financierement fragile
      *> FRAGILES.DAT : une ligne par client repere par fragilebatch
      *> (incidents de paiement repetes au journal des frais,
      *> interdiction bancaire, jours passes a decouvert, dossier de
      *> surendettement). Tant que FG-STATUT vaut FRAGILE,
      *> commisionfrais applique au client le plafond reduit des
      *> frais d'incident (second champ de FRAISCAPPARM.DAT). L'offre
      *> specifique (forfait a bas cout) part une seule fois par
      *> msgnotif, sa date est FG-DATE-OFFRE ; la reponse du client
      *> est saisie en agence sur l'ecran CLIENTELE FRAGILE
      *> d'activity2banq : EN ATTENTE, ACCEPTEE (souscription du
      *> forfait dans FORFSOUSCR.DAT) ou REFUSEE. Le reperage est
      *> leve (LEVE) quand le client n'a plus ete detecte depuis
      *> trois mois.
       01 FRAGILES-RECORD.
           05 FG-IDCLIENT          PIC 9(5).
           05 FG-DATE-DETECTION    PIC X(10).
           05 FG-DATE-DERNIERE     PIC X(10).
           05 FG-SCORE             PIC 9(3).
           05 FG-NB-REJETS         PIC 9(3).
           05 FG-INTERDIT          PIC X(3).
           05 FG-JOURS-DEBITEUR    PIC 9(3).
           05 FG-SURENDET          PIC X(3).
           05 FG-DATE-OFFRE        PIC X(10).
           05 FG-REPONSE           PIC X(10).
           05 FG-DATE-REPONSE      PIC X(10).
           05 FG-STATUT            PIC X(10).
           05 FG-DATE-LEVEE        PIC X(10).
