      *> Compagnon INDEXE du journal structure : OPJINDEX.DAT porte
      *> les memes champs qu'OPJOURNAL.DAT (voir OPJOURNAL.cpy),
      *> ranges pour les lecteurs qui ne veulent qu'un compte, un
      *> client ou une journee au lieu de relire tout le journal :
      *>   - cle primaire OJX-CLE = COMPTEID + DATEOP + SEQ : les
      *>     operations d'un compte, dans l'ordre des dates ;
      *>   - cle alternative OJX-IDCLIENT (doublons admis) : les
      *>     operations d'un client ;
      *>   - cle alternative OJX-JOUR (doublons admis) : la date
      *>     d'operation repetee hors de la cle primaire, pour les
      *>     lecteurs d'une journee tous comptes confondus.
      *> Le module opjournal l'alimente a chaque ecriture du journal
      *> (via le module opjindex) ; opjidxbatch le reconstruit
      *> depuis le journal quand il manque ou n'est plus d'accord
      *> avec lui. OPJOURNAL.DAT reste la reference : un lecteur qui
      *> ne peut pas ouvrir l'index relit le journal en sequence.
       01 OPJINDEX-RECORD.
           05 OJX-CLE.
              10 OJX-COMPTEID       PIC 9(5).
              10 OJX-DATEOP         PIC X(10).
              10 OJX-SEQ            PIC 9(10).
           05 OJX-IDCLIENT          PIC 9(5).
           05 OJX-JOUR              PIC X(10).
           05 OJX-TYPE              PIC X(25).
           05 OJX-LIBELLE           PIC X(30).
           05 OJX-SIGNE             PIC X.
           05 OJX-MONTANT           PIC 9(9)V99.
           05 OJX-STATUSOP          PIC X(20).
