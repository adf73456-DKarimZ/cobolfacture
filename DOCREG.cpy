      *> Registre des documents de compte emis a la demande (RIB,
      *> attestation de detention de compte, attestation de solde),
      *> DOCREG.DAT, tenu par le module attestdoc : une ligne par
      *> document, jamais reecrite. Le numero est unique et continu
      *> (plus grand + 1), la cle de controle est imprimee sur le
      *> document ; l'agence confirme l'authenticite d'une piece
      *> presentee par un tiers en rapprochant numero, cle, compte
      *> et montant de cette ligne. DR-TYPE : R RIB, T attestation
      *> de detention (titularite), S attestation de solde.
      *> DR-EMETTEUR : operateur du guichet ou CLIENT (libre
      *> service), DR-DEMANDEUR le client connecte (zero au
      *> guichet).
       01 DOCREG-RECORD.
           05 DR-NUMERO            PIC 9(7).
           05 DR-CLE               PIC 9(2).
           05 DR-TYPE              PIC X(1).
           05 DR-COMPTEID          PIC 9(5).
           05 DR-IBAN              PIC X(34).
           05 DR-DATE-EMISSION     PIC X(10).
           05 DR-HEURE             PIC X(6).
           05 DR-EMETTEUR          PIC X(8).
           05 DR-DEMANDEUR         PIC 9(5).
           05 DR-DATE-SOLDE        PIC X(10).
           05 DR-SOLDE             PIC S9(9)V99.
           05 DR-DEVISE            PIC X(3).
           05 DR-NB-TITULAIRES     PIC 9(2).
           05 DR-FICHIER           PIC X(20).
           05 DR-STATUT            PIC X(10).
