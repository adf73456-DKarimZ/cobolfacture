      *> Registre des prestataires tiers DSP2 DSP2PRESTA.DAT : une
      *> ligne par prestataire d'information sur les comptes
      *> (agregateur, application de gestion budgetaire...) admis a
      *> interroger les comptes des clients qui y ont consenti.
      *> DPR-AGREMENT porte le numero d'agrement ou d'enregistrement
      *> aupres de l'autorite de controle, DPR-PAYS le pays de cet
      *> agrement. Tenu par l'ecran PRESTATAIRES DSP2 d'activity2banq,
      *> charge en table et reecrit en entier. Statuts : ACTIF,
      *> SUSPENDU (agrement retire ou suspendu : plus aucun acces
      *> servi par dsp2batch, plus de nouveau consentement, les
      *> consentements existants restent en place pour une
      *> reactivation). Lu par l'ecran MES ACCES TIERS (DSP2)
      *> d'activity2client et par dsp2batch.
       01 DSP2PRESTA-RECORD.
           05 DPR-CODE              PIC X(8).
           05 DPR-NOM               PIC X(30).
           05 DPR-AGREMENT          PIC X(20).
           05 DPR-PAYS              PIC X(2).
           05 DPR-DATE-AJOUT        PIC X(10).
           05 DPR-STATUT            PIC X(10).
