      *> Tableau d'astreinte de l'exploitation ASTREINTE.DAT : une
      *> ligne par tour de garde, tenu par l'exploitation. AST-RANG
      *> 1 = premier contact, 2 = second contact (escalade). Le tour
      *> vaut du AST-DATE-DEBUT au AST-DATE-FIN inclus, chaque jour
      *> de AST-HEURE-DEBUT a AST-HEURE-FIN (HHMM) ; une fin
      *> anterieure au debut couvre la nuit (2000 a 0800 par
      *> exemple). Les alertes d'exploitation (module alerteops)
      *> partent par SMS au AST-TEL et par email au AST-EMAIL du
      *> contact de garde a l'heure de l'alerte.
       01 ASTREINTE-RECORD.
           05 AST-RANG              PIC 9(1).
           05 AST-OPERATEUR         PIC X(8).
           05 AST-NOM               PIC X(30).
           05 AST-TEL               PIC X(15).
           05 AST-EMAIL             PIC X(40).
           05 AST-DATE-DEBUT        PIC X(10).
           05 AST-DATE-FIN          PIC X(10).
           05 AST-HEURE-DEBUT       PIC X(4).
           05 AST-HEURE-FIN         PIC X(4).
