      *> :LN-NEW-PSWD)
           04 LN-NEW-PSWD               PIC X(20).
         03 LN-INP-CLIENT.
           04 LN-INP-CLIENTID               PIC 9(5).
           04 LN-INP-NOM                    PIC X(50).
           04 LN-INP-PRENOM                 PIC X(50).
           04 LN-INP-RAISON-SOCIALE         PIC X(50).
           04 LN-INP-NUM-FISCAL             PIC X(20).
           04 Ln-INP-EXTERNE                PIC 9(1).
         03 LN-INP-COMPTE.
           04 LN-INP-COMPTE-ID                     PIC 9(5).
           04 LN-INP-COMPTE-IBAN                   PIC X(50).
           04 LN-INP-COMPTE-DTOUV                  PIC X(10).
           04 LN-INP-COMPTE-SOLDE                  PIC S9(10)V99.
           04 LN-INP-CLIENT-ID2                    PIC 9(5).
         03 LN-INP-OPERATION.
           04 LN-INP-IDOPERATION            PIC 9(3).
           04 LN-INP-LIBELLE-OP             PIC X(50).
           04 LN-INP-MONTANT-OP             PIC 9(8)V99.
           04 LN-INP-COMPTEID2            PIC 9(5).
           04 LN-INP-IDCLIENT             PIC 9(5).
           04 LN-INP-DATE-OP                PIC X(10).
           04 LN-INP-STATUS-OP               PIC X(20).
      *> sens (+ ou -) du montant de l'operation d'origine, fourni
           04 LN-OUT-TYPE                   PIC X(50).
           04 LN-OUT-LIBELLE-OP             PIC X(50).
           04 LN-OUT-MONTANT-OP             PIC 9(8)V99.
           04 LN-OUT-COMPTEID2            PIC 9(5).
           04 LN-OUT-IDCLIENT             PIC 9(5).
           04 LN-OUT-DATE-OP                PIC X(10).
          03 LN-OUT-COMPTE.
            04 LN-OUT-COMPTE-ID          PIC 9(5).
            04 LN-OUT-COMPTE-IBAN          PIC X(50).
            04 LN-OUT-COMPTE-DTOUV          PIC X(10).
            04 LN-OUT-COMPTE-SOLDE          PIC S9(10)V99.
            04 LN-OUT-CLIENT-ID2             PIC 9(5).             
         03 LN-OUT-CLIENT.
           04 LN-OUT-CLIENTID                 PIC 9(5).
           04 LN-OUT-NOM                      PIC X(50).
           04 LN-OUT-PRENOM                   PIC X(50).
           04 LN-OUT-RAISON-SOCIALE           PIC X(50).
      *     see constant C-MAX-LINE-NR = 10 in the programs       
           04 LN-OUT-CLIENT-TAB OCCURS 10 TIMES. 
             05 LN-OUT-CLIENT-TAB-LINE.
               06 LN-OUT-CLIENT-TAB-IDCLIENT  PIC 9(5).
               06 LN-OUT-CLIENT-TAB-NOM       PIC X(50).
               06 LN-OUT-CLIENT-TAB-PRENOM    PIC X(50).
               06 LN-OUT-CLIENT-TAB-RSOCIALE   PIC X(50).
           04 LN-OUT-COMPTE-TOTAL-SOLDE   PIC S9(10)V99.
           04 LN-OUT-COMPTE-TAB OCCURS 10 TIMES.
             05 LN-OUT-COMPTE-TAB-LINE.
               06 LN-OUT-COMPTE-TAB-ID       PIC 9(5).
               06 LN-OUT-COMPTE-TAB-IBAN     PIC X(50).
               06 LN-OUT-COMPTE-TAB-SOLDE    PIC S9(10)V99.
