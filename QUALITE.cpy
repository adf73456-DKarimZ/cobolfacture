      *> Liste de correction de la qualite des donnees clients
      *> QUALITE.DAT, reecrite chaque semaine par qualitebatch : une
      *> ligne par client dont la fiche echoue a au moins une regle
      *> active du bareme QUALREGLES.DAT, rangee sous l'agence de
      *> son compte (NON AFFECT en mode degrade). QLT-REGLES porte
      *> les codes des regles en echec, huit caracteres par code :
      *>   ADRESSE  pas d'adresse courante dans ADRESSES.DAT
      *>   EMAIL    adresse e-mail absente ou mal formee
      *>   TEL      telephone absent ou mal forme
      *>   FISCAL   client EXTERNE sans pays de residence ou sans
      *>            numero fiscal dans CLIPEND.DAT
      *>   SIRET    personne morale sans SIRET valide (14 chiffres)
      *>   IBAN     IBAN du compte refuse par ibancheck
      *>   KYCDOC   revue KYC sans document d'identite
      *> QLT-SCORE : part ponderee des regles applicables tenues,
      *> de 0 a 100. Statuts : A CORRIGER, CORRIGE (ecran QUALITE
      *> DONNEES CLIENTS d'activity2banq ; le passage suivant du
      *> batch reprend le client s'il echoue encore).
       01 QUALITE-RECORD.
           05 QLT-AGENCE            PIC X(10).
           05 QLT-IDCLIENT          PIC 9(5).
           05 QLT-NOM               PIC X(30).
           05 QLT-SCORE             PIC 9(3).
           05 QLT-NB-REGLES         PIC 9(2).
           05 QLT-REGLES            PIC X(56).
           05 QLT-DATE              PIC X(10).
           05 QLT-STATUT            PIC X(10).
           05 QLT-DATE-TRAIT        PIC X(10).
           05 QLT-TRAITE-PAR        PIC X(8).
