       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-COMPTESFILE-STATUS  PIC X(2).
       01  WS-TITULAIRES-STATUS   PIC X(2).
       01  WS-EOF-TITULAIRES      PIC X(3).
       01  WS-DEGRADE-COMPTEID    PIC 9(5).
       01  WS-DEGRADE-SERVI       PIC X(3).

       01  SQLDA-ID pic 9(4) comp-5.
           
      *EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 HV-CLIENT.
           05 HV-CLIENT-ID            PIC S9(5) COMP-3.
           05 HV-CLIENT-NOM           PIC X(20).
           05 HV-CLIENT-PRENOM        PIC X(20).
           05 HV-CLIENT-RSOCIALE      PIC X(20).
           05 HV-CLIENT-EXTERNE       PIC X(4).
           
        01 HV-COMPTE.
           05 HV-COMPTE-ID            PIC S9(5) COMP-3 .
           05 HV-COMPTE-IBAN          PIC X(50).
           05 HV-COMPTE-DTOUV         PIC X(14).
           05 HV-COMPTE-SOLDE         PIC S9(4)V99 PACKED-DECIMAL.
           05 HV-CLIENT-ID2           PIC S9(5) COMP-3.
           05 HV-COMPTE-AGENCE        PIC X(10).
           
      *EXEC SQL END DECLARE SECTION END-EXEC
             
      *> Déclartion des variables de mon programme 
        01 WS-FIELDS.
           05 CLIENT-ID               PIC S9(5).
           05 CLIENT-NOM              PIC X(20).
           05 CLIENT-PRENOM           PIC X(20).
           05 CLIENT-RSOCIALE         PIC X(20).
           05 CLIENT-TYPECLIENT       PIC X(20).
           05 CLIENT-EXTERNE          PIC 9.
           05 COMPTE-ID               PIC S9(5).
           05 COMPTE-IBAN             PIC X(25).
           05 COMPTE-DTOUV            PIC X(14).
           05 COMPTE-SOLDE            PIC 9(5)V99.
           05 FILLER                  PIC X(3).
           05 COMPTE-CLIENTID         PIC S9(5).
           05 COMPTE-AGENCE           PIC X(10).

       LINKAGE SECTION.


          77 L-CLIENT-ID               PIC S9(5).
          77 L-CLIENT-NOM              PIC X(20).
          77 L-CLIENT-PRENOM           PIC X(20).
          77 L-CLIENT-RSOCIALE         PIC X(20).
          77 L-CLIENT-TYPECLIENT       PIC X(20).
          77 L-CLIENT-EXTERNE          PIC 9.
          77 L-COMPTE-ID               PIC S9(5).
          77 L-COMPTE-IBAN             PIC X(25).
          77 L-COMPTE-DTOUV            PIC X(14).
          77 L-COMPTE-SOLDE            PIC 9(5)V99.
          77 L-COMPTE-CLIENTID         PIC S9(5).
          77 L-COMPTE-AGENCE           PIC X(10).


