      *> Consentements DSP2 DSP2CONSENT.DAT : une ligne par
      *> consentement donne par un client a un prestataire tiers
      *> (voir DSP2PRESTA.cpy) sur UN de ses comptes, avec sa portee
      *> (DCN-SOLDES : le solde du compte, DCN-OPERATIONS : les
      *> operations du compte). Donne et revoque par le client depuis
      *> l'ecran MES ACCES TIERS (DSP2) d'ACTIVITY2CLIENT, valable
      *> 180 jours (DCN-DATE-EXPIR) ; un nouveau consentement sur le
      *> meme prestataire et le meme compte remplace l'ancien, qui
      *> passe REVOQUE. dsp2batch passe EXPIRE les consentements
      *> echus, previent le client avant l'echeance (DCN-AVIS = OUI
      *> une fois le message depose) et ne sert un acces que sur un
      *> consentement ACTIF couvrant le compte et la portee demandes.
      *> dsp2batch le charge en table et le reecrit en entier, l'ecran
      *> client le recopie ligne a ligne par DSP2CONSENT.TMP ;
      *> DCN-DATE-FIN porte la date de revocation ou d'expiration.
       01 DSP2CONSENT-RECORD.
           05 DCN-NUMERO            PIC 9(6).
           05 DCN-IDCLIENT          PIC 9(5).
           05 DCN-PRESTA            PIC X(8).
           05 DCN-COMPTEID          PIC 9(5).
           05 DCN-SOLDES            PIC X(3).
           05 DCN-OPERATIONS        PIC X(3).
           05 DCN-DATE-DEBUT        PIC X(10).
           05 DCN-DATE-EXPIR        PIC X(10).
           05 DCN-STATUT            PIC X(8).
           05 DCN-DATE-FIN          PIC X(10).
           05 DCN-AVIS              PIC X(3).
