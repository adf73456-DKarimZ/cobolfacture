      *> Piste d'audit des campagnes CAMPCIBLE.DAT : une ligne par
      *> client retenu par les criteres d'une campagne, posee par
      *> campagnebatch au lancement et jamais supprimee.
      *>   - CIBLE : offre deposee par msgnotif sur le canal de la
      *>     campagne, reponse ENVOYEE puis SOUSCRITE (produit offert
      *>     souscrit depuis l'envoi) ou SANS SUITE a la cloture ;
      *>   - EXCLU : client selectionne mais non contacte, avec le
      *>     motif (SANS CONSENTEMENT, SANS CONTACT, CLIENT EFFACE,
      *>     AGENCE INCONNUE).
       01 CAMPCIBLE-RECORD.
           05 CIB-CODE             PIC X(8).
           05 CIB-IDCLIENT         PIC 9(5).
           05 CIB-DATE             PIC X(10).
           05 CIB-DECISION         PIC X(5).
           05 CIB-MOTIF            PIC X(20).
           05 CIB-CANAL            PIC X(8).
           05 CIB-REPONSE          PIC X(10).
           05 CIB-DATE-REPONSE     PIC X(10).
