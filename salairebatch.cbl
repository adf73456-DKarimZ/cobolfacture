           05 SAL-DONNEES        PIC X(80).
       01 SALFILE-ENTETE REDEFINES SALFILE-RECORD.
           05 FILLER             PIC X(2).
           05 SAL-EMP-COMPTEID   PIC 9(5).
           05 SAL-EMP-IDCLIENT   PIC 9(5).
           05 FILLER             PIC X(76).
       01 SALFILE-LIGNE REDEFINES SALFILE-RECORD.
           05 FILLER             PIC X(2).
           05 SAL-IBAN           PIC X(34).
           05 SAL-COMPTEID       PIC 9(5).
           05 SAL-MONTANT        PIC 9(5)V99.
           05 SAL-LIBELLE        PIC X(25).
           05 FILLER             PIC X(9).
       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD SEPAQUEUE.
           05 SQ-MONTANT                PIC 9(5)V99.
           05 SQ-LIBELLE                PIC X(25).
           05 SQ-DATE-EXEC              PIC X(10).
           05 SQ-COMPTE-SRC             PIC 9(5).
           05 SQ-CLIENT-SRC             PIC 9(5).

       FD SALAIRE-RPT.
       01 SALAIRE-RPT-LINE       PIC X(100).
       01 WS-SAL-TABLE.
           05 WS-SAL-ENTRY OCCURS 200 TIMES.
              10 WS-SAL-IBAN         PIC X(34).
              10 WS-SAL-COMPTEID     PIC 9(5).
              10 WS-SAL-MONTANT      PIC 9(5)V99.
              10 WS-SAL-LIBELLE      PIC X(25).
       01 WS-SAL-COUNT          PIC 9(3) VALUE 0.

       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 50 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TITULAIRES-COUNT   PIC 9(3) VALUE 0.
       01 WS-TIT-IDX            PIC 9(3).
       01 WS-CUR-CLIENTID       PIC 9(5).

       01 WS-EMP-COMPTEID       PIC 9(5) VALUE 0.
       01 WS-EMP-IDCLIENT       PIC 9(5) VALUE 0.
       01 WS-EMP-SOLDE          PIC S9(9)V99.
       01 WS-TOTAL              PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-DEB          PIC 9(5)V99.
       01 WS-FICHIER-VALIDE     PIC X(3).
       01 L-SOLDE        PIC 9(5)V99.
       01 L-MONTANT      PIC 9(5)V99.
       01 L-NEWSOLDE     PIC 9(5)V99.
       01 L-COMPTEID     PIC 9(5).
       01 L-DATE         PIC X(10).
       01 L-LIBELLE      PIC X(12).
       01 L-SUCCESS      PIC X(3).
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8).
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5).
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(3) VALUE "');".
            05 DET-UP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

      *> date de traitement officielle servie par le registre
