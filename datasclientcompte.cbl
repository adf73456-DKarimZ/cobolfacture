      *EXEC SQL BEGIN DECLARE SECTION END-EXEC.

        01 HV-CLIENT.
           05 HV-CLIENT-ID            PIC S9(5) COMP-3.
           05 HV-CLIENT-NOM           PIC X(20).
           05 HV-CLIENT-PRENOM        PIC X(20).
           05 HV-CLIENT-RSOCIALE      PIC X(20).
           05 HV-CLIENT-EXTERNE       PIC S9 COMP-3.
           
        01 HV-COMPTE.
           05 HV-COMPTE-ID            PIC S9(5) COMP-3 .
           05 HV-COMPTE-IBAN          PIC X(50).
           05 HV-COMPTE-DTOUV         PIC X(14).
           05 HV-COMPTE-SOLDE         PIC S9(6)V99 PACKED-DECIMAL.
           05 HV-CLIENT-ID2           PIC S9(5) COMP-3.

        01 HV-OPERATIONS.
           05 HV-LIBELLE-OP           PIC X(30).
