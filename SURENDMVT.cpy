      *> Journal SURENDMVT.DAT des montants suspendus au titre d'un
      *> dossier de surendettement (une ligne par echeance de pret
      *> suspendue, arrete d'agios ou frais d'incident non facture)
      *> et des versements du plan, ecrit par le module surendcheck
      *> et cumule par surendrptbatch pour le rapport mensuel.
      *> Origines : ECHEANCE PRET, INTERETS DEBITEURS, FRAIS
      *> INCIDENT, VERSEMENT PLAN, VERSEMENT IMPAYE.
       01 SURENDMVT-RECORD.
           05 SM-IDCLIENT          PIC 9(5).
           05 SM-DATE              PIC X(10).
           05 SM-ORIGINE           PIC X(20).
           05 SM-COMPTEID          PIC 9(5).
           05 SM-MONTANT           PIC 9(7)V99.
