      *> Enregistrement du grand livre des soldes GLSOLDES.DAT : une
      *> ligne par compte general et par periode AAAA-MM, tenue dans
      *> l'ordre compte/periode. Le solde d'ouverture est le solde de
      *> cloture de la periode precedente du meme compte (convention
      *> debit moins credit : un solde debiteur est positif). Tenu par
      *> glpostbatch a partir de GLEXTRACT.DAT, lu par balgenbatch
      *> pour la balance generale.
       01 GLSOLDES-RECORD.
           05 GS-COMPTE-GL       PIC X(6).
           05 GS-PERIODE         PIC X(7).
           05 GS-SOLDE-OUV       PIC S9(11)V99.
           05 GS-CUM-DEBIT       PIC 9(11)V99.
           05 GS-CUM-CREDIT      PIC 9(11)V99.
           05 GS-DERNIER-PASSAGE PIC X(10).
