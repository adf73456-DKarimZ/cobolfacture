       FD VIRPROG.
       01 VIRPROG-RECORD.
           05 VPG-ID             PIC 9(10).
           05 VPG-IDCLIENT       PIC 9(5).
           05 VPG-COMPTEID       PIC 9(5).
           05 VPG-MONTANT        PIC 9(5)V99.
           05 VPG-LIBELLE        PIC X(10).
           05 VPG-IBAN-DEST      PIC X(34).
           05 VPG-STATUT         PIC X(10).

       FD VIRPROGTMP.
       01 VIRPROGTMP-RECORD     PIC X(91).

       FD SEPAQUEUE.
       01 SEPAQUEUE-RECORD.
           05 SQ-MONTANT                PIC 9(5)V99.
           05 SQ-LIBELLE                PIC X(25).
           05 SQ-DATE-EXEC              PIC X(10).
           05 SQ-COMPTE-SRC             PIC 9(5).
           05 SQ-CLIENT-SRC             PIC 9(5).

       FD GENERESQL.
       01 PRINT-LINE           PIC X(215).
       01 L-COMM         PIC 9V99 VALUE 0.
       01 L-DATE         PIC X(10).
       01 L-LIBELLE      PIC X(25).
       01 L-COMPTEID     PIC 9(5).

       01 WS-NOTIF-SUBJECT      PIC X(40).
       01 WS-NOTIF-BODY         PIC X(70).
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
