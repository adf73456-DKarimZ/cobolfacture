      *> Annuaire des facturiers FACTURIERS.DAT : une ligne par
      *> creancier (eau, energie, impots, ecole...) payable depuis
      *> l'ecran PAYER UNE FACTURE d'activity2client. La reference
      *> de facture saisie par le client est controlee par le module
      *> refcheck : FT-REF-FORMAT en donne la forme caractere par
      *> caractere (N chiffre, A lettre, X chiffre ou lettre, la
      *> longueur du masque est la longueur exacte de la reference)
      *> et FT-REF-CLE la cle de controle portee par la reference
      *> (AUCUNE, MOD97 : la reference entiere modulo 97 doit faire
      *> 1 comme une cle IBAN, LUHN : dernier chiffre cle de Luhn).
      *> Tenu par l'ecran FACTURIERS d'activity2banq, avec filtrage
      *> sanctions a l'ajout. Statuts : ACTIF, EN ATTENTE (touche
      *> sanctions, dossier conformite ouvert ; la levee du gel
      *> l'active), INACTIF (retire de l'annuaire). Les paiements
      *> du jour sont remis au facturier par facturebatch.
       01 FACTURIER-RECORD.
           05 FT-CODE              PIC X(6).
           05 FT-NOM               PIC X(30).
           05 FT-IBAN              PIC X(34).
           05 FT-CATEGORIE         PIC X(10).
           05 FT-REF-FORMAT        PIC X(20).
           05 FT-REF-CLE           PIC X(5).
           05 FT-DATE-AJOUT        PIC X(10).
           05 FT-STATUT            PIC X(10).
