      *> Journal des visites aux coffres-forts LOCACCES.DAT : une
      *> ligne par ouverture d'un coffre loue, saisie a l'ecran
      *> COFFRES-FORTS d'activity2banq -- qui (client visiteur et
      *> sa qualite TITULAIRE, COLOCATAIRE ou MANDATAIRE), quand,
      *> et l'operateur qui a accompagne la visite.
       01 LOCACCES-RECORD.
           05 KA-AGENCE            PIC 9(5).
           05 KA-NUMERO            PIC 9(4).
           05 KA-DATE              PIC X(10).
           05 KA-HEURE             PIC X(6).
           05 KA-IDCLIENT          PIC 9(5).
           05 KA-QUALITE           PIC X(12).
           05 KA-OPERATEUR         PIC X(8).
