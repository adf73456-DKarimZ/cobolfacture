      *> Journal des avis de modification de tarif
      *> TARIFAVIS.DAT : une ligne par client et par ligne a venir de
      *> TARIFS.DAT (type d'operation, date d'effet) dont le client a
      *> ete avise par msgnotif, avec la date d'envoi. Pose par
      *> tarifavisbatch, qui n'avise jamais deux fois le meme client
      *> de la meme ligne ; preuve du preavis de deux mois.
       01 TARIFAVIS-RECORD.
           05 TA-TYPEOP            PIC X(25).
           05 TA-DATE-EFFET        PIC X(10).
           05 TA-IDCLIENT          PIC 9(5).
           05 TA-DATE-ENVOI        PIC X(10).
