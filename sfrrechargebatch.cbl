       FILE SECTION.
       FD SFRABON.
       01 SFRABON-RECORD.
           05 SA-COMPTE-ID              PIC 9(5).
           05 SA-MONTANT                PIC 9(5)V99.
           05 SA-JOUR-EXEC              PIC 99.
           05 SA-DATE-DERNIERE-EXEC     PIC X(10).
       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD GENERESQL.
      *> principe que WS-SO-TABLE de virementpermbatch.cbl
       01 WS-SA-TABLE.
           05 WS-SA-ENTRY OCCURS 50 TIMES.
              10 WS-SA-COMPTE-ID          PIC 9(5).
              10 WS-SA-MONTANT            PIC 9(5)V99.
              10 WS-SA-JOUR-EXEC          PIC 99.
              10 WS-SA-DATE-DERNIERE-EXEC PIC X(10).
           05 WS-JO-C-MM           PIC 9(2).
           05 WS-JO-C-DD           PIC 9(2).

       01  L-COMPTEID                PIC 9(5).
       01  L-SOLDE        PIC 9(5)V99.
       01  L-CREDIT       PIC 9(5)V99.
       01  L-NEWSOLDE     PIC 9(5)V99.
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

      *> le solde courant n'est pas disponible localement (pas de
       01 WS-EOF-TITULAIRES      PIC X(3) VALUE 'NON'.
       01 WS-TITULAIRES-TABLE.
           05 WS-TIT-ENTRY OCCURS 50 TIMES.
              10 WS-TIT-COMPTEID     PIC 9(5).
              10 WS-TIT-IDCLIENT     PIC 9(5).
       01 WS-TITULAIRES-COUNT    PIC 9(3) VALUE 0.
       01 WS-TIT-IDX             PIC 9(3).
       01 WS-NOTIF-CLIENTID      PIC 9(5).
       01 WS-NOTIF-SUBJECT       PIC X(40).
       01 WS-NOTIF-BODY          PIC X(70).

