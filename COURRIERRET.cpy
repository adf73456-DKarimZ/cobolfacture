      *> Courrier retenu COURRIERRET.DAT, tenu par le module
      *> npaicourrier : un client dont l'adresse courante est
      *> marquee NPAI (pli revenu "n'habite pas a l'adresse
      *> indiquee", voir ADR-NPAI dans ADRESSES.DAT) ne recoit plus
      *> de papier ; chaque document qui lui etait destine (releve,
      *> releve de frais, avis de prelevement, lettre de relance)
      *> est garde ici a la place de l'edition postale. Une ligne
      *> par ligne de document, jamais reecrite : CRT-REFERENCE
      *> porte le fichier archive ou la reference du document,
      *> CRT-LIGNE le texte qui serait parti au courrier. L'agence
      *> renvoie le courrier retenu quand le client a donne sa
      *> nouvelle adresse.
       01 COURRIERRET-RECORD.
           05 CRT-IDCLIENT          PIC 9(5).
           05 CRT-DOCUMENT          PIC X(8).
           05 CRT-REFERENCE         PIC X(40).
           05 CRT-DATE              PIC X(10).
           05 CRT-LIGNE             PIC X(100).
