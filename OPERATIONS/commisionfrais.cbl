       FD FEESLEDG.
       01 FEE-LEDGER-RECORD.
           05 FL-TYPEOP      PIC X(25).
           05 FL-MONTANT     PIC S9(9)V99.
           05 FL-DATE        PIC X(10).
      *> compte et client factures, portes au journal depuis que le
      *> releve de frais par client (fraisrelevebatch) et le plafond
      *> mensuel des frais d'incident en ont besoin
           05 FL-COMPTEID    PIC 9(5).
           05 FL-IDCLIENT    PIC 9(5).

       FD FRAISCAPPARM.
       01 FRAISCAPPARM-RECORD.
        77 L-DATE         PIC X(10).
        77 L-LIBELLE      PIC X(30).
      *> compte et client factures, portes au journal FEESLEDG.DAT
        77 L-COMPTEID     PIC 9(5).
        77 L-CLIENTID     PIC 9(5).


        PROCEDURE DIVISION USING L-MONTANT, L-SOMME,
