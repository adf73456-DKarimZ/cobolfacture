      *> Registre des consentements marketing CONSENT.DAT : une ligne
      *> par changement, jamais reecrite -- l'historique complet fait
      *> preuve. Le consentement en vigueur d'un client sur un canal
      *> (EMAIL, SMS, COURRIER, APPLI pour la boite de l'application)
      *> est la derniere ligne du fichier pour ce client et ce canal ;
      *> sans ligne, pas de consentement. Pose par le client depuis
      *> ACTIVITY2CLIENT (origine CLIENT) ou par le conseiller depuis
      *> l'ecran CONSENTEMENTS MARKETING d'activity2banq (origine
      *> AGENCE, operateur en CNS-SAISI-PAR) ; lu par campagnebatch et
      *> par notifgwbatch avant toute offre commerciale.
       01 CONSENT-RECORD.
           05 CNS-IDCLIENT          PIC 9(5).
           05 CNS-CANAL             PIC X(8).
           05 CNS-ACCORD            PIC X(3).
           05 CNS-DATE              PIC X(10).
           05 CNS-HEURE             PIC X(6).
           05 CNS-ORIGINE           PIC X(6).
           05 CNS-SAISI-PAR         PIC X(8).
