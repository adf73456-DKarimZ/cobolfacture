      *> OPERATIONS). Deux familles sont refusees d'office, quoi
      *> qu'en dise la politique :
      *>   - les fichiers INDEXES (COMPTES.DAT, MESSAGES.DAT,
      *>     CARTES.DAT, STANDORD.DAT, COMPTETITULAIRES.DAT,
      *>     OPJINDEX.DAT) : la recopie texte les detruirait ;
      *>   - le journal d'audit et sa chaine (AUDITLOG.DAT,
      *>     AUDITCHAIN.DAT, AUDITHASH.DAT) : auditverifbatch
      *>     rapproche les lignes d'audit 1 pour 1 avec les
      *> dont la zone date n'est pas une date est garde : dans le
      *> doute, on ne jette rien. Le rapport RETENTION.RPT donne,
      *> par fichier, les comptes gardes / archives / supprimes.
      *> Le journal structure OPJOURNAL.DAT peut etre couvert (date
      *> d'operation en position 88) : son compagnon indexe
      *> OPJINDEX.DAT est alors reconstruit sur le journal epure
      *> (module opjindex, action 'R') pour que les lecteurs par
      *> compte ne retrouvent pas les lignes purgees.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 TODAYS-DATE           PIC 9(8).
       01 WS-TODAY-ISO          PIC X(10).

      *> reconstruction du compagnon indexe du journal
       01 WS-OX-ACTION          PIC X VALUE 'R'.
       01 WS-OX-LIGNE           PIC X(117) VALUE SPACES.
       01 WS-OX-ETAT            PIC X(12).
       01 WS-OX-NB-JOURNAL      PIC 9(9).
       01 WS-OX-NB-INDEX        PIC 9(9).

      *> date de traitement officielle servie par le registre
      *> busdate (journee ouverte en tete de chaine de nuit par
      *> nightrunbatch, fermee par l'etape daterollbatch)
              OR WS-NOM-FICHIER = 'CARTES.DAT'
              OR WS-NOM-FICHIER = 'STANDORD.DAT'
              OR WS-NOM-FICHIER = 'COMPTETITULAIRES.DAT'
              OR WS-NOM-FICHIER = 'OPJINDEX.DAT'
              MOVE SPACES TO RETENTION-RPT-LINE
              STRING FUNCTION TRIM(WS-NOM-FICHIER)
                 " : FICHIER INDEXE, NON COUVERT - LIGNE IGNOREE"
              DELIMITED BY SIZE INTO RETENTION-RPT-LINE.
           WRITE RETENTION-RPT-LINE.

      *>    le journal structure epure : son index le suit
           IF WS-NOM-FICHIER = 'OPJOURNAL.DAT'
              CALL 'opjindex' USING WS-OX-ACTION, WS-OX-LIGNE,
                 WS-OX-ETAT, WS-OX-NB-JOURNAL, WS-OX-NB-INDEX
              MOVE SPACES TO RETENTION-RPT-LINE
              STRING "OPJINDEX.DAT " FUNCTION TRIM(WS-OX-ETAT)
                 " LIGNES: " WS-OX-NB-INDEX
                 DELIMITED BY SIZE INTO RETENTION-RPT-LINE
              WRITE RETENTION-RPT-LINE
           END-IF.

      *> la zone date est extraite a la position donnee par la
      *> politique ; une zone qui n'est pas une date ISO garde
      *> l'enregistrement (dans le doute, on ne jette rien)
