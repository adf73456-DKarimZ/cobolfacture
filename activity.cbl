       FD PRINT-FILE.
           01 DETAILS-LINE.
            88 ENDOffiLE                 VALUE HIGH-VALUES.
            05 D-CLIENT-ID               PIC S9(5).
            05 D-CLIENT-NOM              PIC X(20).
            05 D-CLIENT-PRENOM           PIC X(20).
            05 D-CLIENT-RSOCIALE         PIC X(20).
            05 D-CLIENT-TYPECLIENT       PIC X(20).
            05 D-CLIENT-EXTERNE          PIC 9.
            05 D-COMPTE-ID               PIC S9(5).
            05 D-COMPTE-IBAN             PIC X(25).
            05 D-COMPTE-DTOUV            PIC X(14).
            05 D-COMPTE-SOLDE            PIC 9(5)V99.
            05 FILLER                    PIC X(3).
            05 D-COMPTE-CLIENTID         PIC S9(5).
            05 D-COMPTE-AGENCE           PIC X(10).

       WORKING-STORAGE SECTION.


          01 WS-FIELDS2.
             05 L-CLIENT-ID               PIC S9(5).
             05 L-CLIENT-NOM              PIC X(20).
             05 L-CLIENT-PRENOM           PIC X(20).
             05 L-CLIENT-RSOCIALE         PIC X(20).
             05 L-CLIENT-TYPECLIENT       PIC X(20).
             05 L-CLIENT-EXTERNE          PIC 9.
             05 L-COMPTE-ID               PIC S9(5).
             05 L-COMPTE-IBAN             PIC X(25).
             05 L-COMPTE-DTOUV            PIC X(14).
             05 L-COMPTE-SOLDE            PIC 9(5)V99.
             05 L-COMPTE-CLIENTID         PIC S9(5).
             05 L-COMPTE-AGENCE           PIC X(10).

       01 WS-OPCREDIT-SUCCESS              PIC X(3).
           05 FILLER              PIC X(2) VALUE '",'.
           05 DET-MONTANT         PIC 9(6)V9(2). 
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5). 
           05 FILLER              PIC X(2) VALUE ',"'.
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE '");'. 
