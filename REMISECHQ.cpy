      *> Registre des remises de cheques REMISECHQ.DAT : une ligne
      *> par cheque tire sur une autre banque et remis par un client
      *> a l'encaissement. Les cheques d'une meme remise portent le
      *> meme numero de bordereau (RCQ-BORDEREAU). Canaux : GUICHET
      *> (saisie au guichet d'activity2banq), INTERNET (remise
      *> annoncee depuis activity2client, a deposer en agence).
      *> Statuts :
      *>   ANNONCE  remise declaree par le client, rien n'est credite
      *>            tant que les cheques ne sont pas recus au guichet
      *>   CREDITE  credite sauf bonne fin au guichet (entreeargent),
      *>            date de valeur de la regle REMISE CHEQUE de
      *>            cutoffrule ; le montant reste retenu du disponible
      *>            jusqu'a RCQ-DATE-DISPO (soldedispo, opdebit,
      *>            opprelev)
      *>   ENVOYE   parti en compensation dans CHQCOMPOUT.DAT
      *>            (chqremisebatch)
      *>   IMPAYE   revenu impaye (chqimpayebatch) : le client a ete
      *>            re-debite, ou la ligne est en SUSPENS si le debit
      *>            a ete refuse
      *> chqremisebatch sort chaque jour du registre, vers l'archive
      *> REMISECHQ.DAT-ARCH-aaaammjj, les lignes ENVOYE, IMPAYE et
      *> ANNONCE closes depuis plus de 60 jours.
       01 REMISECHQ-RECORD.
           05 RCQ-NUMERO            PIC 9(7).
           05 RCQ-BORDEREAU         PIC 9(7).
           05 RCQ-COMPTEID          PIC 9(5).
           05 RCQ-IDCLIENT          PIC 9(5).
           05 RCQ-NUMCHEQUE         PIC 9(7).
           05 RCQ-BANQUE-TIREE      PIC 9(5).
           05 RCQ-TIREUR            PIC X(30).
           05 RCQ-MONTANT           PIC 9(5)V99.
           05 RCQ-CANAL             PIC X(8).
           05 RCQ-OPERATEUR         PIC X(8).
           05 RCQ-DATE-REMISE       PIC X(10).
           05 RCQ-DATE-VALEUR       PIC X(10).
           05 RCQ-DATE-DISPO        PIC X(10).
           05 RCQ-STATUT            PIC X(10).
           05 RCQ-DATE-ENVOI        PIC X(10).
           05 RCQ-DATE-IMPAYE       PIC X(10).
           05 RCQ-MOTIF-IMPAYE      PIC X(25).
