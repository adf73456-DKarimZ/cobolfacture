      *> Registre des langues de correspondance CLILANGUE.DAT : le
      *> dossier client DB2 ne porte pas la langue, une ligne par
      *> changement, jamais reecrite. La langue en vigueur d'un
      *> client est la derniere ligne du fichier pour ce client ;
      *> sans ligne, le client est servi en francais. Posee par le
      *> conseiller sur l'ecran ADRESSES ET CONTACTS d'activity2banq
      *> (operateur en CLG-SAISI-PAR), lue par le module textelang
      *> pour choisir les gabarits de TEXTES.DAT. Le code langue
      *> (FR, EN, ...) n'est pas une liste figee : toute langue qui
      *> a au moins une ligne dans TEXTES.DAT est acceptee.
       01 CLILANGUE-RECORD.
           05 CLG-IDCLIENT          PIC 9(5).
           05 CLG-LANGUE            PIC X(2).
           05 CLG-DATE              PIC X(10).
           05 CLG-SAISI-PAR         PIC X(8).
