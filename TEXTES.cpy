      *> Gabarits de textes par langue TEXTES.DAT : une ligne par
      *> document, code de texte et langue. TXT-DOCUMENT nomme le
      *> document (RELEVE, RELEVCSV, FRAISREL, PRENOTIF, RELANCE,
      *> MSGSUJET, MSGCORPS), TXT-CODE le texte dans ce document.
      *> Les marques %1 a %4 du texte sont remplacees par les
      *> valeurs passees au module textelang (montant, date,
      *> numero...). Un texte absent dans la langue du client est
      *> pris en francais (FR), et a defaut le programme garde son
      *> libelle d'origine : ajouter une langue, c'est ajouter ses
      *> lignes ici, sans toucher aux programmes.
       01 TEXTES-RECORD.
           05 TXT-DOCUMENT          PIC X(8).
           05 TXT-CODE              PIC X(8).
           05 TXT-LANGUE            PIC X(2).
           05 TXT-TEXTE             PIC X(100).
