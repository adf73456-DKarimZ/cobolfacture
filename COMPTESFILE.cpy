      *> que sur ce fichier indexe ; il ne protege pas la table DB2
      *> COMPTES d'ou les ecrans lisent le solde affiche.
       01 COMPTESFILE-RECORD.
           05 CF-COMPTEID          PIC 9(5).
      *> solde signe : un compte a decouvert garde son solde negatif
           05 CF-SOLDE             PIC S9(9)V99.
      *> code devise ISO du compte (EUR, USD, ...), voir le controle
      *> de correspondance devise-operation/devise-compte dans
      *> opdebit/opcredit/opprelev/entreeargent
