      *> Journal des intentions de postage POSTINTENT.DAT : une ligne
      *> par changement d'etat, ecrite par le module postintent.
      *> L'intention est identifiee par son horodatage de pose et le
      *> compte ; l'etat le plus recent fait foi :
      *>   - OUVERT  : pose par opdebit/opcredit/opprelev/
      *>     entreeargent AVANT la REWRITE de COMPTES.DAT (soldes
      *>     avant et apres, montant signe) ;
      *>   - ECRIT   : REWRITE faite ;
      *>   - ANNULE  : REWRITE en echec, rien n'a bouge ;
      *>   - TERMINE : operation journalisee (PI-SEQ = sequence de
      *>     l'INSERT) ou mouvement clos par l'appelant.
      *> repriseintbatch reprend en tete de chaine de nuit toute
      *> intention restee OUVERT ou ECRIT.
       01 POSTINTENT-RECORD.
           05 PI-HORODATE          PIC X(16).
           05 PI-COMPTEID          PIC 9(5).
           05 PI-ETAT              PIC X(10).
           05 PI-MODULE            PIC X(20).
           05 PI-SOLDE-AVANT       PIC S9(9)V99.
           05 PI-SOLDE-APRES       PIC S9(9)V99.
           05 PI-MONTANT           PIC S9(9)V99.
           05 PI-SEQ               PIC 9(10).
