         02 WS-PSWD                    PIC X(20).

       01 WS-INP-CLIENT.  
         05 WS-INP-CLIENTID           PIC 9(5). 
         05 WS-INP-NOM                PIC X(50).
         05 WS-INP-PRENOM             PIC X(50).
         05 WS-INP-RAISONSOCIALE      PIC X(50).
         05 WS-INP-EXTERNE            PIC 9(1).

       01 WS-INP-COMPTE.  
         05 WS-INP-COMPTEID            PIC 9(5). 
         05 WS-INP-IBAN                PIC X(50).
         05 WS-INP-DATEOUV             PIC X(10).
         05 WS-INP-SOLDE               PIC 9(10)V99.
         05 WS-INP-IDCLIENT            PIC 9(5).
         
       01 WS-INP-OPERATIONS.  
         05 WS-INP-IDOPERATION         PIC 9(3). 
         05 WS-INP-TYPE                PIC X(50).
         05 WS-INP-LIBELLE             PIC X(50).
         05 WS-INP-MONTANT             PIC 9(8)V99.
         05 WS-INP-COMPTEID            PIC 9(5).
         05 WS-INP-IDCLIENT            PIC 9(5).
         05 WS-INP-DATEOP              PIC X(10).
         05 WS-INP-STATUS              PIC X(20).

       01 WS-OUT-CLIENT.  
         05 WS-OUT-CLIENTID           PIC 9(5). 
         05 WS-OUT-NOM                PIC X(50).
         05 WS-OUT-PRENOM             PIC X(50).
         05 WS-OUT-RAISONSOCIALE      PIC X(50).
         05 WS-OUT-EXTERNE            PIC 9(1).

       01 WS-OUT-COMPTE.  
         05 WS-OUT-COMPTEID            PIC 9(5). 
         05 WS-OUT-IBAN                PIC X(50).
         05 WS-OUT-DATEOUV             PIC X(10).
         05 WS-OUT-SOLDE               PIC 9(10)V99.
         05 WS-OUT-IDCLIENT            PIC 9(5).
         
       01 WS-OUT-OPERATIONS.  
         05 WS-OUT-IDOPERATION         PIC 9(3). 
         05 WS-OUT-TYPE                PIC X(50).
         05 WS-OUT-LIBELLE             PIC X(50).
         05 WS-OUT-MONTANT             PIC 9(8)V99.
         05 WS-OUT-COMPTEID2            PIC 9(5).
         05 WS-OUT-IDCLIENT            PIC 9(5).
         05 WS-OUT-DATEOP              PIC X(10).
        

             04 WS-OUT-CLIENT-TAB-RSOCIALE    PIC X(50).
             04 WS-OUT-CLIENT-TAB-TYPECLIENT  PIC X(50).
             04 WS-OUT-CLIENT-TAB-EXTERNE     PIC 9(1).
             04 WS-OUT-CLIENT-TAB-IDCLIENT    PIC 9(5).
             04 WS-OUT-CLIENT-TAB-SOLDE       PIC 9(5).

      *> line number var for the list screen   
          05 FILLER LINE 4 COLUMN 1
             VALUE "CLIENTID:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO  WS-INP-CLIENTID
             LINE 4 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 4 COLUMN 50
          05 FILLER LINE 8 COLUMN 1
             VALUE "Numero de Compte:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-OUT-COMPTEID
             LINE 8 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
