      *> plus le texte SQL ; GENERESQL.SQL ne sert plus qu'a
      *> genersqlapply, qui retronque les deux fichiers ensemble au
      *> meme point de controle.
      *> Les lecteurs d'un seul compte, d'un client ou d'une journee
      *> passent par le compagnon indexe OPJINDEX.DAT (voir
      *> OPJINDEX.cpy), tenu a jour a chaque ecriture du journal.
       01 OPJOURNAL-RECORD.
           05 OJ-SEQ             PIC 9(10).
           05 OJ-TYPE            PIC X(25).
           05 OJ-LIBELLE         PIC X(30).
           05 OJ-SIGNE           PIC X.
           05 OJ-MONTANT         PIC 9(9)V99.
           05 OJ-COMPTEID        PIC 9(5).
           05 OJ-IDCLIENT        PIC 9(5).
           05 OJ-DATEOP          PIC X(10).
           05 OJ-STATUSOP        PIC X(20).
