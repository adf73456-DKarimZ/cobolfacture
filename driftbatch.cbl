       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD DRIFT-RPT.

       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 50 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TITULAIRES-COUNT    PIC 9(3) VALUE 0.
       01 WS-TIT-IDX             PIC 9(3).
       01 WS-CUR-CLIENTID        PIC 9(5).

      *> zones fcdatasclient (memes noms que virementpermbatch)
       01  L-CLIENT-ID               PIC S9(5).
       01  L-CLIENT-NOM              PIC X(20).
       01  L-CLIENT-PRENOM           PIC X(20).
       01  L-CLIENT-RSOCIALE         PIC X(20).
       01  L-CLIENT-TYPECLIENT       PIC X(20).
       01  L-CLIENT-EXTERNE          PIC 9.
       01  L-COMPTE-ID               PIC S9(5).
       01  L-COMPTE-IBAN             PIC X(25).
       01  L-COMPTE-DTOUV            PIC X(14).
       01  L-COMPTE-SOLDE            PIC 9(5)V99.
       01  L-COMPTE-CLIENTID         PIC S9(5).
       01  L-COMPTE-AGENCE           PIC X(10).

       01 WS-ECART               PIC S9(9)V99.
       01 WS-ECART-ABS           PIC 9(9)V99.

       01 WS-COMPARES            PIC 9(5) VALUE 0.
       01 WS-NON-COMPARES        PIC 9(5) VALUE 0.
            05 FILLER      PIC X(33) VALUE
            'UPDATE COMPTES SET SOLDE = SOLDE '.
            05 DET-OPERATOR        PIC X.
            05 DET-UP-SOMME        PIC 9(9).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

       01 WS-RPT-DETAIL.
           05 FILLER             PIC X(12) VALUE 'COMPTE ID : '.
           05 RPT-COMPTEID       PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE '  FICHIER '.
           05 RPT-SOLDE-FICHIER  PIC -(9)9.99.
           05 FILLER             PIC X(7) VALUE '  DB2 '.
           05 RPT-SOLDE-DB2      PIC ZZZZ9.99.
           05 FILLER             PIC X(9) VALUE '  ECART '.
           05 RPT-ECART          PIC -(9)9.99.

      *> enregistrement du rapport au catalogue de spool, voir le
      *> module spoolreg
