      *> Etat civil des clients personnes physiques, ETATCIVIL.DAT :
      *> une ligne par client, tenue par le back-office a partir de
      *> la piece d'identite (le dossier client DB2 ne porte pas la
      *> naissance). Lue par ficobabatch : une declaration FICOBA
      *> d'une personne physique sans date et lieu de naissance part
      *> en anomalie. EC-CODE-LIEU : code commune INSEE, ou 99 suivi
      *> du code pays pour une naissance a l'etranger.
       01 ETATCIVIL-RECORD.
           05 EC-IDCLIENT          PIC 9(5).
           05 EC-DATE-NAISSANCE    PIC X(10).
           05 EC-CODE-LIEU         PIC X(5).
           05 EC-COMMUNE-NAISSANCE PIC X(30).
           05 EC-PAYS-NAISSANCE    PIC X(20).
