      *> Bareme compile des frais de commisionfrais, partage avec
      *> tarifbrochbatch, tarifavisbatch et l'ecran des tarifs
      *> d'activity2banq : une ligne par type d'operation (montant
      *> par defaut, frais d'incident plafonne, montant ajoute au
      *> libelle, libelle d'operation) et le frais par defaut d'un
      *> type hors bareme. Le montant facture est celui de la ligne
      *> de TARIFS.DAT (voir TARIF.cpy) en vigueur a la date de
      *> l'operation ; le montant compile ne sert qu'a un type sans
      *> ligne de tarif en vigueur.
      *> fee schedule: one row per operation type, so a new fee type
      *> only needs a new row here, not a new IF/ELSE branch
       01 WS-FEE-SCHEDULE.
           05 WS-FEE-ENTRY OCCURS 16 TIMES.
              10 WS-FEE-TYPEOP       PIC X(25).
              10 WS-FEE-AMOUNT       PIC 9(3)V99.
              10 WS-FEE-CAPPED       PIC X(3).
              10 WS-FEE-APPEND-SOMME PIC X(3).
              10 WS-FEE-LIBELLE      PIC X(30).

       01 WS-FEE-SCHEDULE-INIT REDEFINES WS-FEE-SCHEDULE.
           05 FILLER PIC X(25) VALUE 'REJET PRELEVEMENT'.
           05 FILLER PIC 9(3)V99 VALUE 4.99.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP REJET PRELEVEMENT'.
           05 FILLER PIC X(25) VALUE 'REJET CHEQUE BANQUE'.
           05 FILLER PIC 9(3)V99 VALUE 5.99.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(30) VALUE 'OP REJET CHEQUE BANQUE'.
           05 FILLER PIC X(25) VALUE 'OPPOSITION CARTE BANCAIRE'.
           05 FILLER PIC 9(3)V99 VALUE 6.99.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP OPPOSITION CARTE BANCAIRE'.
           05 FILLER PIC X(25) VALUE 'OPPOSITION CHEQUE BANQUE'.
           05 FILLER PIC 9(3)V99 VALUE 5.99.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(30) VALUE 'OP OPPOSITION CHEQUE BANQUE'.
           05 FILLER PIC X(25) VALUE 'FRAIS TENUE COMPTE SEUIL'.
           05 FILLER PIC 9(3)V99 VALUE 9.99.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP FRAIS TENUE COMPTE'.
           05 FILLER PIC X(25) VALUE 'FRAIS CONVERSION DEVISE'.
           05 FILLER PIC 9(3)V99 VALUE 2.50.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP FRAIS CONVERSION DEVISE'.
           05 FILLER PIC X(25) VALUE 'RETARD ECHEANCE PRET'.
           05 FILLER PIC 9(3)V99 VALUE 9.99.
           05 FILLER PIC X(3) VALUE 'OUI'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP RETARD ECHEANCE PRET'.
           05 FILLER PIC X(25) VALUE 'FRAIS COMPTE INACTIF'.
           05 FILLER PIC 9(3)V99 VALUE 3.00.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP FRAIS COMPTE INACTIF'.
      *>    indemnite de remboursement anticipe de pret : montant au
      *>    bareme a zero, le frais est calcule par l'appelant (il
      *>    depend du taux du pret et du capital rembourse) et passe
      *>    dans L-SOMME -- voir 0100
           05 FILLER PIC X(25) VALUE 'INDEMNITE REMB ANTICIPE'.
           05 FILLER PIC 9(3)V99 VALUE 0.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP INDEMNITE REMB ANTICIPE'.
      *>    commission trimestrielle de caution bancaire : meme
      *>    principe, l'assiette (encours x taux de la caution) est
      *>    calculee par cautionbatch et passee dans L-SOMME
           05 FILLER PIC X(25) VALUE 'COMMISSION CAUTION'.
           05 FILLER PIC 9(3)V99 VALUE 0.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP COMMISSION CAUTION'.
      *>    lettre de change releve (LCR) remise par un client
      *>    entreprise et revenue impayee : frais d'incident du
      *>    remettant, hors plafond legal des particuliers
           05 FILLER PIC X(25) VALUE 'FRAIS IMPAYE LCR'.
           05 FILLER PIC 9(3)V99 VALUE 15.00.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP FRAIS IMPAYE LCR'.
      *>    frais de correspondant du virement international hors
      *>    SEPA selon l'option choisie par le client : OUR (tous
      *>    frais a la charge du donneur d'ordre) ou SHA (frais
      *>    partages) ; BEN ne donne lieu a aucun frais chez nous
           05 FILLER PIC X(25) VALUE 'FRAIS VIREMENT INTL OUR'.
           05 FILLER PIC 9(3)V99 VALUE 35.00.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP FRAIS VIREMENT INTL OUR'.
           05 FILLER PIC X(25) VALUE 'FRAIS VIREMENT INTL SHA'.
           05 FILLER PIC 9(3)V99 VALUE 15.00.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP FRAIS VIREMENT INTL SHA'.
      *>    loyer annuel du coffre-fort, une ligne par taille pour
      *>    que le revenu se lise par taille : meme principe que la
      *>    commission de caution, le loyer du tarif de coffrebatch
      *>    est passe dans L-SOMME
           05 FILLER PIC X(25) VALUE 'LOCATION COFFRE PETIT'.
           05 FILLER PIC 9(3)V99 VALUE 0.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP LOCATION COFFRE PETIT'.
           05 FILLER PIC X(25) VALUE 'LOCATION COFFRE MOYEN'.
           05 FILLER PIC 9(3)V99 VALUE 0.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP LOCATION COFFRE MOYEN'.
           05 FILLER PIC X(25) VALUE 'LOCATION COFFRE GRAND'.
           05 FILLER PIC 9(3)V99 VALUE 0.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(3) VALUE 'NON'.
           05 FILLER PIC X(30) VALUE 'OP LOCATION COFFRE GRAND'.

      *> nombre de lignes du bareme compile
       01 WS-FEE-NB                 PIC 9(2) VALUE 16.

      *> frais d'un type d'operation hors bareme
       01 WS-DEFAULT-AMOUNT         PIC 9(3)V99 VALUE 1.99.
       01 WS-DEFAULT-LIBELLE        PIC X(30) VALUE
           'OP OPERATION SANS SOLDE'.
