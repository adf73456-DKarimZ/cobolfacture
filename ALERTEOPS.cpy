      *> Registre des alertes d'exploitation ALERTEOPS.DAT, tenu par
      *> le module alerteops : une ligne par incident de la chaine
      *> de nuit (etape en echec, avant-vol ou integrite bloquant,
      *> chaine du journal d'audit cassee). AOP-SOURCE est le
      *> programme en cause, AOP-ETAPE l'etape de JOBPLAN.DAT quand
      *> elle est connue. Statuts : OUVERTE (premier contact
      *> prevenu), ESCALADEE (second contact prevenu faute de
      *> relance dans le delai), RELANCEE (l'etape ou le programme
      *> a ete relance). L'acquittement (AOP-ACQ-PAR, date, heure)
      *> est saisi par l'operateur au tableau de bord du matin
      *> d'activity2banq ; il n'arrete pas l'escalade, seule la
      *> relance le fait. Une alerte levee sans contact de garde
      *> reste OUVERTE avec AOP-OPERATEUR = AUCUN jusqu'a son envoi.
      *> Les alertes acquittees sont retirees du registre passe la
      *> duree de conservation (alerteops, action P, lancee par
      *> astreintebatch).
       01 ALERTEOPS-RECORD.
           05 AOP-NUMERO            PIC 9(5).
           05 AOP-DATE              PIC X(10).
           05 AOP-HEURE             PIC X(6).
           05 AOP-SOURCE            PIC X(20).
           05 AOP-ETAPE             PIC X(12).
           05 AOP-MOTIF             PIC X(60).
           05 AOP-NIVEAU            PIC 9(1).
           05 AOP-OPERATEUR         PIC X(8).
           05 AOP-STATUT            PIC X(10).
           05 AOP-DATE-RELANCE      PIC X(10).
           05 AOP-HEURE-RELANCE     PIC X(6).
           05 AOP-ACQ-PAR           PIC X(8).
           05 AOP-ACQ-DATE          PIC X(10).
           05 AOP-ACQ-HEURE         PIC X(6).
