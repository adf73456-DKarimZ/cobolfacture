      *> Corbeille des conseillers TACHESCONS.DAT, tenue par le
      *> module tacheconseil : une ligne par tache a traiter sur un
      *> client, deposee dans la corbeille de son conseiller
      *> courant (CONSEILLERS.DAT), ou dans la corbeille commune
      *> POOL si le client n'a pas de conseiller. Origines : KYC
      *> (revue en retard, comptes restreints - kycbatch), SEUIL
      *> (alertes de seuil - seuilalertbatch), AML (alerte de
      *> surveillance des flux - amlbatch), RECLAM (reclamation
      *> ouverte - activity2banq). Statuts : OUVERTE, TRAITEE
      *> (ecran MA CORBEILLE CONSEILLER d'activity2banq). Une tache
      *> identique encore OUVERTE n'est pas redeposee.
       01 TACHECONS-RECORD.
           05 TCH-NUMERO            PIC 9(7).
           05 TCH-CONSEILLER        PIC X(8).
           05 TCH-IDCLIENT          PIC 9(5).
           05 TCH-ORIGINE           PIC X(8).
           05 TCH-LIBELLE           PIC X(60).
           05 TCH-DATE              PIC X(10).
           05 TCH-STATUT            PIC X(8).
           05 TCH-DATE-TRAIT        PIC X(10).
           05 TCH-TRAITE-PAR        PIC X(8).
