       IDENTIFICATION DIVISION.
       PROGRAM-ID. clemigrbatch.
       AUTHOR. D.KISAMA.

      *> Conversion UNIQUE des identifiants COMPTEID et IDCLIENT
      *> passes de trois a cinq chiffres (voir COMPTESFILE.cpy,
      *> LNACTIVITY2.cpy, OPJOURNAL.cpy et les dispositions de
      *> chaque batch). Les fichiers de production existants portent
      *> encore des identifiants sur trois chiffres ; un programme qui
      *> les lit a la nouvelle disposition decale toutes les zones
      *> qui suivent. A lancer UNE FOIS, chaine de nuit arretee,
      *> APRES montmigrbatch (temoin MONTMIGR.OK exige : la
      *> disposition de depart de COMPTES.DAT est celle a montant
      *> large) et avant la premiere nuit qui suit la mise en
      *> service. Meme tour de main que montmigrbatch :
      *>   - chaque fichier de la table WS-CLE-MIGR est recopie tel
      *>     quel dans CLEMIGR.TMP en comptant ses lignes, en
      *>     totalisant ses identifiants lus a l'ancienne position et
      *>     en verifiant que rien ne depasse l'ancienne longueur
      *>     d'enregistrement ;
      *>   - il est recree depuis la copie, deux zeros etant inseres
      *>     devant chaque identifiant (un identifiant a blanc reste
      *>     a blanc), ce qui garde les cles, leur ordre et tous les
      *>     liens entre fichiers ;
      *>   - il est relu a la nouvelle disposition : nombre
      *>     d'enregistrements et total des identifiants doivent
      *>     retomber exactement sur ceux d'avant, et rien ne doit
      *>     depasser la nouvelle longueur.
      *> Les fichiers indexes (COMPTES, CARTES, COMPTETITULAIRES,
      *> STANDORD, MESSAGES, PLAFOND, PLAFONDEPOT) sont relus sur
      *> leur ancienne disposition et recharges par WRITE sur cle ;
      *> les archives annuelles OPSARCH-AAAA.DAT presentes sont
      *> reprises une a une ; les positions du dictionnaire de
      *> parametres PARMDICT.DAT sont decalees d'autant. Le bilan
      *> fichier par fichier part dans CLEMIGR.RPT ; si tous les
      *> controles sont bons, le temoin CLEMIGR.OK est pose (un
      *> second passage ne touche plus a rien, et integritbatch
      *> bloque la chaine tant qu'il manque). Ne sont pas repris :
      *> AUDITLOG.DAT (le chainage des condensats interdit de
      *> reecrire une ligne ; dossierbatch lit les deux formats),
      *> les extraits ANONYM*.DAT recrees a chaque passage
      *> d'anonymbatch, les fichiers d'impression, le flux SQL, les
      *> fichiers de remise recus de l'exterieur (SALFILE) et les
      *> generations de sauvegarde.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *> lecteur/recreateur generique des fichiers texte
           SELECT FICHIER-PLAT ASSIGN TO WS-NOM-PLAT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PLAT-STATUS.

           SELECT FICHIER-MIG ASSIGN TO "CLEMIGR.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> fichiers indexes sous leurs deux dispositions : l'ancienne
      *> (suffixe -ANC) pour la lecture, la nouvelle pour la
      *> recreation ; un seul statut pour tous
           SELECT COMPTES-ANC ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CFA-COMPTEID
              FILE STATUS IS WS-IDX-STATUS.

           SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-COMPTEID
              FILE STATUS IS WS-IDX-STATUS.

           SELECT CARTES-ANC ASSIGN TO "CARTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CRA-NUMCARTE
              FILE STATUS IS WS-IDX-STATUS.

           SELECT CARTES ASSIGN TO "CARTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CR-NUMCARTE
              FILE STATUS IS WS-IDX-STATUS.

           SELECT TITULAIRES-ANC ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TITA-CLE
              FILE STATUS IS WS-IDX-STATUS.

           SELECT TITULAIRES ASSIGN TO "COMPTETITULAIRES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLE
              FILE STATUS IS WS-IDX-STATUS.

           SELECT STANDORD-ANC ASSIGN TO "STANDORD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SOA-ORDREID
              FILE STATUS IS WS-IDX-STATUS.

           SELECT STANDORD ASSIGN TO "STANDORD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SO-ORDREID
              FILE STATUS IS WS-IDX-STATUS.

           SELECT MESSAGES-ANC ASSIGN TO "MESSAGES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MSA-ID
              FILE STATUS IS WS-IDX-STATUS.

           SELECT MESSAGES ASSIGN TO "MESSAGES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MSG-ID
              FILE STATUS IS WS-IDX-STATUS.

           SELECT PLAFOND-ANC ASSIGN TO "PLAFOND.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PFA-COMPTEID
              FILE STATUS IS WS-IDX-STATUS.

           SELECT PLAFONDFILE ASSIGN TO "PLAFOND.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-COMPTEID
              FILE STATUS IS WS-IDX-STATUS.

           SELECT PLAFONDDEP-ANC ASSIGN TO "PLAFONDEPOT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PFDA-COMPTEID
              FILE STATUS IS WS-IDX-STATUS.

           SELECT PLAFONDDEPFILE ASSIGN TO "PLAFONDEPOT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PFD-COMPTEID
              FILE STATUS IS WS-IDX-STATUS.

           SELECT PARMDICT ASSIGN TO "PARMDICT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMDICT-STATUS.

           SELECT MONTMIGR-OK ASSIGN TO "MONTMIGR.OK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEMOIN-STATUS.

           SELECT CLEMIGR-OK ASSIGN TO "CLEMIGR.OK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEMOIN-STATUS.

           SELECT CLEMIGR-RPT ASSIGN TO "CLEMIGR.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-PLAT.
       01 FICHIER-PLAT-LINE     PIC X(250).

       FD FICHIER-MIG.
       01 FICHIER-MIG-LINE      PIC X(250).

      *> dispositions indexees : seule la cle est nommee, le reste
      *> de l'enregistrement est deplace en bloc
       FD COMPTES-ANC.
       01 COMPTES-ANC-RECORD.
           05 CFA-COMPTEID       PIC 9(3).
           05 FILLER             PIC X(14).

       FD COMPTESFILE.
           COPY "COMPTESFILE.cpy".

       FD CARTES-ANC.
       01 CARTES-ANC-RECORD.
           05 CRA-NUMCARTE       PIC X(16).
           05 FILLER             PIC X(47).

       FD CARTES.
       01 CARTES-RECORD.
           05 CR-NUMCARTE        PIC X(16).
           05 FILLER             PIC X(49).

       FD TITULAIRES-ANC.
       01 TITULAIRES-ANC-RECORD.
           05 TITA-CLE           PIC X(6).
           05 FILLER             PIC X(20).

       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE            PIC X(10).
           05 FILLER             PIC X(20).

       FD STANDORD-ANC.
       01 STANDORD-ANC-RECORD.
           05 SOA-ORDREID        PIC 9(3).
           05 FILLER             PIC X(74).

       FD STANDORD.
       01 STANDORD-RECORD.
           05 SO-ORDREID         PIC 9(3).
           05 FILLER             PIC X(80).

       FD MESSAGES-ANC.
       01 MESSAGES-ANC-RECORD.
           05 MSA-ID             PIC 9(5).
           05 FILLER             PIC X(196).

       FD MESSAGES.
       01 MESSAGES-RECORD.
           05 MSG-ID             PIC 9(5).
           05 FILLER             PIC X(198).

       FD PLAFOND-ANC.
       01 PLAFOND-ANC-RECORD.
           05 PFA-COMPTEID       PIC 9(3).
           05 FILLER             PIC X(7).

       FD PLAFONDFILE.
       01 PLAFONDFILE-RECORD.
           05 PF-COMPTEID        PIC 9(5).
           05 FILLER             PIC X(7).

       FD PLAFONDDEP-ANC.
       01 PLAFONDDEP-ANC-RECORD.
           05 PFDA-COMPTEID      PIC 9(3).
           05 FILLER             PIC X(14).

       FD PLAFONDDEPFILE.
       01 PLAFONDDEPFILE-RECORD.
           05 PFD-COMPTEID       PIC 9(5).
           05 FILLER             PIC X(14).

       FD PARMDICT.
       01 PARMDICT-RECORD.
           05 PD-FICHIER         PIC X(16).
           05 PD-CHAMP           PIC X(20).
           05 PD-POS             PIC 9(3).
           05 PD-LG              PIC 9(2).
           05 PD-TYPE            PIC X.
           05 PD-MIN             PIC 9(9).
           05 PD-MAX             PIC 9(9).
           05 PD-DEFAUT          PIC X(12).

       FD MONTMIGR-OK.
       01 MONTMIGR-OK-LINE      PIC X(40).

       FD CLEMIGR-OK.
       01 CLEMIGR-OK-LINE       PIC X(40).

       FD CLEMIGR-RPT.
       01 CLEMIGR-RPT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PLAT-STATUS        PIC X(2).
       01 WS-IDX-STATUS         PIC X(2).
       01 WS-PARMDICT-STATUS    PIC X(2).
       01 WS-TEMOIN-STATUS      PIC X(2).
       01 WS-EOF-FICHIER        PIC X(3).

       01 WS-NOM-PLAT           PIC X(30).
       01 WS-LUES               PIC 9(7).
       01 WS-ECRITES            PIC 9(7).
       01 WS-RELUES             PIC 9(7).
       01 WS-ANOMALIES          PIC 9(7).
       01 WS-TOTAL-AVANT        PIC 9(13).
       01 WS-TOTAL-APRES        PIC 9(13).
       01 WS-CONVERTIS          PIC 9(3) VALUE 0.
       01 WS-ECARTS             PIC 9(3) VALUE 0.

      *> fichiers a convertir : nom, nature (P texte, I indexe, A
      *> archives annuelles OPSARCH-AAAA.DAT), ancienne longueur
      *> d'enregistrement, nombre d'identifiants et leurs positions
      *> (1re colonne = 1) a l'ancienne disposition, croissantes
       01 WS-CLE-MIGR.
           05 FILLER PIC X(20) VALUE 'COMPTES.DAT'.
           05 FILLER PIC X(19) VALUE 'I 017 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'CARTES.DAT'.
           05 FILLER PIC X(19) VALUE 'I 063 1 017 000 000'.
           05 FILLER PIC X(20) VALUE 'COMPTETITULAIRES.DAT'.
           05 FILLER PIC X(19) VALUE 'I 026 2 001 004 000'.
           05 FILLER PIC X(20) VALUE 'STANDORD.DAT'.
           05 FILLER PIC X(19) VALUE 'I 077 3 004 007 010'.
           05 FILLER PIC X(20) VALUE 'MESSAGES.DAT'.
           05 FILLER PIC X(19) VALUE 'I 201 1 006 000 000'.
           05 FILLER PIC X(20) VALUE 'PLAFOND.DAT'.
           05 FILLER PIC X(19) VALUE 'I 010 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'PLAFONDEPOT.DAT'.
           05 FILLER PIC X(19) VALUE 'I 017 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'ACCRUCUM.DAT'.
           05 FILLER PIC X(19) VALUE 'P 023 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'ADRESSES.DAT'.
           05 FILLER PIC X(19) VALUE 'P 153 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'ALERTES.DAT'.
           05 FILLER PIC X(19) VALUE 'P 069 1 016 000 000'.
           05 FILLER PIC X(20) VALUE 'ALERTPREF.DAT'.
           05 FILLER PIC X(19) VALUE 'P 023 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'AUTORCB.DAT'.
           05 FILLER PIC X(19) VALUE 'P 068 1 029 000 000'.
           05 FILLER PIC X(20) VALUE 'BENEFICIAIRES.DAT'.
           05 FILLER PIC X(19) VALUE 'P 087 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'CBRECONDBT.SUS'.
           05 FILLER PIC X(19) VALUE 'P 030 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'CBREFERQ.DAT'.
           05 FILLER PIC X(19) VALUE 'P 090 1 017 000 000'.
           05 FILLER PIC X(20) VALUE 'CBSETTLE.DAT'.
           05 FILLER PIC X(19) VALUE 'P 020 1 018 000 000'.
           05 FILLER PIC X(20) VALUE 'CDCREMISE.DAT'.
           05 FILLER PIC X(19) VALUE 'P 020 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'CFONBLOG.DAT'.
           05 FILLER PIC X(19) VALUE 'P 066 2 001 004 000'.
           05 FILLER PIC X(20) VALUE 'CFONBSOUSCR.DAT'.
           05 FILLER PIC X(19) VALUE 'P 006 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'CHEQUIERS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 037 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'CHQDEMANDES.DAT'.
           05 FILLER PIC X(19) VALUE 'P 030 2 001 004 000'.
           05 FILLER PIC X(20) VALUE 'CHQLIVR.DAT'.
           05 FILLER PIC X(19) VALUE 'P 017 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'CHQOPPOS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 065 2 001 018 000'.
           05 FILLER PIC X(20) VALUE 'CHQOPPTRACE.DAT'.
           05 FILLER PIC X(19) VALUE 'P 062 1 008 000 000'.
           05 FILLER PIC X(20) VALUE 'CHQPROD.DAT'.
           05 FILLER PIC X(19) VALUE 'P 027 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'CHQREMISE.DAT'.
           05 FILLER PIC X(19) VALUE 'P 027 1 008 000 000'.
           05 FILLER PIC X(20) VALUE 'CLIENTROSTER.DAT'.
           05 FILLER PIC X(19) VALUE 'P 189 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'CLITOMB.DAT'.
           05 FILLER PIC X(19) VALUE 'P 024 2 001 004 000'.
           05 FILLER PIC X(20) VALUE 'COAPPROB.DAT'.
           05 FILLER PIC X(19) VALUE 'P 053 2 011 014 000'.
           05 FILLER PIC X(20) VALUE 'COMPTEPROD.DAT'.
           05 FILLER PIC X(19) VALUE 'P 013 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'CONTESTATIONS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 116 2 011 014 000'.
           05 FILLER PIC X(20) VALUE 'CREDREV.DAT'.
           05 FILLER PIC X(19) VALUE 'P 091 2 006 009 000'.
           05 FILLER PIC X(20) VALUE 'DEPATERME.DAT'.
           05 FILLER PIC X(19) VALUE 'P 062 2 011 014 000'.
           05 FILLER PIC X(20) VALUE 'DESHERENCE.DAT'.
           05 FILLER PIC X(19) VALUE 'P 033 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'DORMANTACCOUNTS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 014 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'DOSSIERPARM.DAT'.
           05 FILLER PIC X(19) VALUE 'P 003 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'DOUBLONCLI.DAT'.
           05 FILLER PIC X(19) VALUE 'P 029 2 001 004 000'.
           05 FILLER PIC X(20) VALUE 'DOUBLONS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 068 1 011 000 000'.
           05 FILLER PIC X(20) VALUE 'FEESLEDG.DAT'.
           05 FILLER PIC X(19) VALUE 'P 052 2 047 050 000'.
           05 FILLER PIC X(20) VALUE 'FORCAGE.DAT'.
           05 FILLER PIC X(19) VALUE 'P 030 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'FORFSOUSCR.DAT'.
           05 FILLER PIC X(19) VALUE 'P 032 2 001 010 000'.
           05 FILLER PIC X(20) VALUE 'GELADMIN.DAT'.
           05 FILLER PIC X(19) VALUE 'P 053 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'GELCASES.DAT'.
           05 FILLER PIC X(19) VALUE 'P 134 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'HISTOPARM.DAT'.
           05 FILLER PIC X(19) VALUE 'P 023 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'INTEGRITQ.DAT'.
           05 FILLER PIC X(19) VALUE 'P 059 2 021 024 000'.
           05 FILLER PIC X(20) VALUE 'INTERDITS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 013 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'KYCREG.DAT'.
           05 FILLER PIC X(19) VALUE 'P 069 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'KYCRESTR.DAT'.
           05 FILLER PIC X(19) VALUE 'P 016 2 001 004 000'.
           05 FILLER PIC X(20) VALUE 'MANDATS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 050 2 025 028 000'.
           05 FILLER PIC X(20) VALUE 'MOBILIN.DAT'.
           05 FILLER PIC X(19) VALUE 'P 074 2 002 005 000'.
           05 FILLER PIC X(20) VALUE 'MOBILPEND.DAT'.
           05 FILLER PIC X(19) VALUE 'P 099 2 002 005 000'.
           05 FILLER PIC X(20) VALUE 'NANTIS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 072 1 012 000 000'.
           05 FILLER PIC X(20) VALUE 'NOTIFEMAIL.DAT'.
           05 FILLER PIC X(19) VALUE 'P 110 1 006 000 000'.
           05 FILLER PIC X(20) VALUE 'NOTIFLOG.DAT'.
           05 FILLER PIC X(19) VALUE 'P 030 1 006 000 000'.
           05 FILLER PIC X(20) VALUE 'NOTIFPREF.DAT'.
           05 FILLER PIC X(19) VALUE 'P 049 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'NOTIFQUEUE.DAT'.
           05 FILLER PIC X(19) VALUE 'P 070 1 006 000 000'.
           05 FILLER PIC X(20) VALUE 'NOTIFSMS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 110 1 006 000 000'.
           05 FILLER PIC X(20) VALUE 'ODPEND.DAT'.
           05 FILLER PIC X(19) VALUE 'P 079 2 006 009 000'.
           05 FILLER PIC X(20) VALUE 'OPCATEG.DAT'.
           05 FILLER PIC X(19) VALUE 'P 051 2 011 014 000'.
           05 FILLER PIC X(20) VALUE 'OPJOURNAL.DAT'.
           05 FILLER PIC X(19) VALUE 'P 113 2 078 081 000'.
           05 FILLER PIC X(20) VALUE 'PAYIN.DAT'.
           05 FILLER PIC X(19) VALUE 'P 098 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'PRETDEM.DAT'.
           05 FILLER PIC X(19) VALUE 'P 148 2 011 014 000'.
           05 FILLER PIC X(20) VALUE 'PRETS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 047 2 006 009 000'.
           05 FILLER PIC X(20) VALUE 'PROCURATIONS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 048 3 001 004 007'.
           05 FILLER PIC X(20) VALUE 'RECLAM.DAT'.
           05 FILLER PIC X(19) VALUE 'P 120 1 006 000 000'.
           05 FILLER PIC X(20) VALUE 'RELEVE.CKP'.
           05 FILLER PIC X(19) VALUE 'P 012 1 007 000 000'.
           05 FILLER PIC X(20) VALUE 'RELEVEIDX.DAT'.
           05 FILLER PIC X(19) VALUE 'P 052 2 001 004 000'.
           05 FILLER PIC X(20) VALUE 'RELEVEPREF.DAT'.
           05 FILLER PIC X(19) VALUE 'P 006 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'RETENUES.DAT'.
           05 FILLER PIC X(19) VALUE 'P 023 2 001 004 000'.
           05 FILLER PIC X(20) VALUE 'REVALHIST.DAT'.
           05 FILLER PIC X(19) VALUE 'P 047 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'SAISIES.DAT'.
           05 FILLER PIC X(19) VALUE 'P 071 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'SEPAEXPLOG.DAT'.
           05 FILLER PIC X(19) VALUE 'P 102 2 011 014 000'.
           05 FILLER PIC X(20) VALUE 'SEPAQUEUE.DAT'.
           05 FILLER PIC X(19) VALUE 'P 092 2 087 090 000'.
           05 FILLER PIC X(20) VALUE 'SEPASUSP.DAT'.
           05 FILLER PIC X(19) VALUE 'P 142 2 087 090 000'.
           05 FILLER PIC X(20) VALUE 'SFRABON.DAT'.
           05 FILLER PIC X(19) VALUE 'P 022 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'SOLDEHIST.DAT'.
           05 FILLER PIC X(19) VALUE 'P 027 1 011 000 000'.
           05 FILLER PIC X(20) VALUE 'SUCCAUTH.DAT'.
           05 FILLER PIC X(19) VALUE 'P 020 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'SUCCESSIONS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 030 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'SUSPENS.DAT'.
           05 FILLER PIC X(19) VALUE 'P 105 1 017 000 000'.
           05 FILLER PIC X(20) VALUE 'VALDATES.DAT'.
           05 FILLER PIC X(19) VALUE 'P 055 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'VALDATESHIST.DAT'.
           05 FILLER PIC X(19) VALUE 'P 055 1 001 000 000'.
           05 FILLER PIC X(20) VALUE 'OPSARCH-AAAA.DAT'.
           05 FILLER PIC X(19) VALUE 'A 079 2 004 007 000'.
       01 WS-CLE-MIGR-R REDEFINES WS-CLE-MIGR.
           05 WS-CM-ENTRY OCCURS 82 TIMES.
              10 WS-CM-NOM           PIC X(20).
              10 WS-CM-ORG           PIC X.
              10 FILLER              PIC X.
              10 WS-CM-LONG          PIC 9(3).
              10 FILLER              PIC X.
              10 WS-CM-NB-ID         PIC 9.
              10 WS-CM-ID OCCURS 3 TIMES.
                 15 FILLER           PIC X.
                 15 WS-CM-POS        PIC 9(3).
       01 WS-CM-MAX             PIC 9(3) VALUE 82.
       01 WS-CM-IDX             PIC 9(3).
       01 WS-ID-IDX             PIC 9.

      *> image d'un enregistrement, et curseurs de la recopie avec
      *> insertion des deux zeros
       01 WS-IMAGE              PIC X(250).
       01 WS-POS-ANC            PIC 9(3).
       01 WS-POS-NEU            PIC 9(3).
       01 WS-LG                 PIC 9(3).
       01 WS-LONG-NEU           PIC 9(3).
       01 WS-ID-ANC             PIC X(3).
       01 WS-ID-ANC-N REDEFINES WS-ID-ANC PIC 9(3).
       01 WS-ID-NEU             PIC X(5).
       01 WS-ID-NEU-N REDEFINES WS-ID-NEU PIC 9(5).

      *> archives annuelles des operations, de la plus ancienne annee
      *> possible a l'annee en cours
       01 WS-ARCH-ANNEE         PIC 9(4).
       01 WS-ARCH-ANNEE-FIN     PIC 9(4).

      *> decalage des positions du dictionnaire de parametres
       01 WS-PD-TROUVE          PIC 9(3).
       01 WS-PD-DECALAGE        PIC 9(3).

       01 WS-RPT-BILAN.
           05 RPT-NOM            PIC X(20).
           05 FILLER             PIC X(6) VALUE ' LUES '.
           05 RPT-LUES           PIC ZZZZZZ9.
           05 FILLER             PIC X(8) VALUE ' ECRITES'.
           05 RPT-ECRITES        PIC ZZZZZZ9.
           05 FILLER             PIC X(7) VALUE ' RELUES'.
           05 RPT-RELUES         PIC ZZZZZZ9.
           05 FILLER             PIC X(7) VALUE ' AVANT '.
           05 RPT-AVANT          PIC Z(11)9.
           05 FILLER             PIC X(7) VALUE ' APRES '.
           05 RPT-APRES          PIC Z(11)9.
           05 FILLER             PIC X(6) VALUE ' ANOM '.
           05 RPT-ANOMALIES      PIC ZZZZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 RPT-CONTROLE       PIC X(11).

      *> trace du passage dans le grand livre BATCHRUN.DAT, voir le
      *> module batchrun et le rapport de controle batchrunctlbatch
       01 WS-BR-PROGRAM          PIC X(20) VALUE 'clemigrbatch'.
       01 WS-BR-HEURE-DEBUT      PIC X(6).
       01 WS-BR-RECORDS          PIC 9(7) VALUE 0.
       01 WS-BR-FAILED           PIC 9(7) VALUE 0.
       01 WS-BR-STATUT           PIC X(10).

      *> enregistrement du rapport au catalogue de spool, voir le
      *> module spoolreg
       01 WS-SPOOL-NOM          PIC X(20).
       01 WS-SPOOL-FICHIER      PIC X(20).

       PROCEDURE DIVISION.

       0100-MAIN-MPROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6)
              TO WS-BR-HEURE-DEBUT.
           OPEN OUTPUT CLEMIGR-RPT.
           MOVE "CONVERSION DES IDENTIFIANTS COMPTE/CLIENT SUR CINQ"
              TO CLEMIGR-RPT-LINE.
           MOVE " CHIFFRES" TO CLEMIGR-RPT-LINE(51:9).
           WRITE CLEMIGR-RPT-LINE.

           OPEN INPUT CLEMIGR-OK.
           IF WS-TEMOIN-STATUS = "00"
              CLOSE CLEMIGR-OK
              MOVE SPACES TO CLEMIGR-RPT-LINE
              STRING "TEMOIN CLEMIGR.OK PRESENT : CONVERSION DEJA"
                 " PASSEE, RIEN A FAIRE"
                 DELIMITED BY SIZE INTO CLEMIGR-RPT-LINE
              WRITE CLEMIGR-RPT-LINE
              CLOSE CLEMIGR-RPT
              MOVE 'TERMINE' TO WS-BR-STATUT
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              GOBACK
           END-IF.

      *>    COMPTES.DAT est relu a la disposition laissee par
      *>    montmigrbatch : sans son temoin, rien n'est touche
           OPEN INPUT MONTMIGR-OK.
           IF WS-TEMOIN-STATUS NOT = "00"
              MOVE SPACES TO CLEMIGR-RPT-LINE
              STRING "TEMOIN MONTMIGR.OK ABSENT : PASSER D'ABORD"
                 " montmigrbatch, AUCUN FICHIER CONVERTI"
                 DELIMITED BY SIZE INTO CLEMIGR-RPT-LINE
              WRITE CLEMIGR-RPT-LINE
              CLOSE CLEMIGR-RPT
              MOVE 'PARTIEL' TO WS-BR-STATUT
              MOVE 1 TO WS-BR-FAILED
              CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
                 WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT
              GOBACK
           END-IF.
           CLOSE MONTMIGR-OK.

           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
              UNTIL WS-CM-IDX > WS-CM-MAX
              EVALUATE WS-CM-ORG(WS-CM-IDX)
                 WHEN 'P'
                    MOVE WS-CM-NOM(WS-CM-IDX) TO WS-NOM-PLAT
                    PERFORM 0300-CONVERTIR-PLAT
                 WHEN 'I'
                    PERFORM 0400-CONVERTIR-INDEXE
                 WHEN 'A'
                    PERFORM 0500-CONVERTIR-ARCHIVES
              END-EVALUATE
           END-PERFORM.

           PERFORM 0600-DECALER-PARMDICT.

           MOVE SPACES TO CLEMIGR-RPT-LINE.
           STRING "FICHIERS CONVERTIS : " WS-CONVERTIS
              "  CONTROLES EN ECART : " WS-ECARTS
              DELIMITED BY SIZE INTO CLEMIGR-RPT-LINE.
           WRITE CLEMIGR-RPT-LINE.

      *>    le temoin n'est pose que si tout est retombe juste : un
      *>    ecart laisse la main a l'exploitation (restauration de
      *>    la sauvegarde de la veille) sans marquer la conversion
      *>    comme faite
           IF WS-ECARTS = ZEROES
              OPEN OUTPUT CLEMIGR-OK
              MOVE SPACES TO CLEMIGR-OK-LINE
              STRING "CONVERSION CLES " FUNCTION CURRENT-DATE(1:8)
                 DELIMITED BY SIZE INTO CLEMIGR-OK-LINE
              WRITE CLEMIGR-OK-LINE
              CLOSE CLEMIGR-OK
              MOVE 'TERMINE' TO WS-BR-STATUT
           ELSE
              MOVE SPACES TO CLEMIGR-RPT-LINE
              STRING "ECART DE CONTROLE : TEMOIN NON POSE, RESTAURER"
                 " LA SAUVEGARDE AVANT TOUT AUTRE PASSAGE"
                 DELIMITED BY SIZE INTO CLEMIGR-RPT-LINE
              WRITE CLEMIGR-RPT-LINE
              MOVE 'PARTIEL' TO WS-BR-STATUT
           END-IF.
           CLOSE CLEMIGR-RPT.

           MOVE 'CLEMIGR' TO WS-SPOOL-NOM.
           MOVE 'CLEMIGR.RPT' TO WS-SPOOL-FICHIER.
           CALL 'spoolreg' USING WS-SPOOL-NOM, WS-SPOOL-FICHIER.

           MOVE WS-ECARTS TO WS-BR-FAILED.
           CALL 'batchrun' USING WS-BR-PROGRAM, WS-BR-HEURE-DEBUT,
              WS-BR-RECORDS, WS-BR-FAILED, WS-BR-STATUT.
           DISPLAY "Conversion terminee, voir CLEMIGR.RPT".
           GOBACK.

      *> fichier texte WS-NOM-PLAT decrit par l'entree WS-CM-IDX :
      *> copie dans le fichier de travail, recreation a la nouvelle
      *> disposition, relecture
       0300-CONVERTIR-PLAT.
           MOVE WS-NOM-PLAT TO RPT-NOM.
           PERFORM 0250-RAZ-COMPTEURS.
           OPEN INPUT FICHIER-PLAT.
           IF WS-PLAT-STATUS NOT = "00"
              MOVE SPACES TO CLEMIGR-RPT-LINE
              STRING FUNCTION TRIM(WS-NOM-PLAT)
                 " : ABSENT, RIEN A CONVERTIR"
                 DELIMITED BY SIZE INTO CLEMIGR-RPT-LINE
              WRITE CLEMIGR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FICHIER-MIG.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ FICHIER-PLAT
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              ADD 1 TO WS-LUES
              MOVE FICHIER-PLAT-LINE TO WS-IMAGE
              PERFORM 0310-CONTROLER-ANCIEN
              WRITE FICHIER-MIG-LINE FROM FICHIER-PLAT-LINE
              READ FICHIER-PLAT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE FICHIER-PLAT.
           CLOSE FICHIER-MIG.

           OPEN OUTPUT FICHIER-PLAT.
           OPEN INPUT FICHIER-MIG.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ FICHIER-MIG
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              PERFORM 0320-CONVERTIR-LIGNE
              WRITE FICHIER-PLAT-LINE FROM WS-IMAGE
              ADD 1 TO WS-ECRITES
              READ FICHIER-MIG
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE FICHIER-MIG.
           CLOSE FICHIER-PLAT.

      *>    preuve : relecture a la nouvelle disposition
           OPEN INPUT FICHIER-PLAT.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ FICHIER-PLAT
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              ADD 1 TO WS-RELUES
              MOVE FICHIER-PLAT-LINE TO WS-IMAGE
              PERFORM 0330-CONTROLER-NOUVEAU
              READ FICHIER-PLAT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE FICHIER-PLAT.
           PERFORM 0900-BILAN-FICHIER.

       0250-RAZ-COMPTEURS.
           MOVE ZEROES TO WS-LUES WS-ECRITES WS-RELUES WS-ANOMALIES.
           MOVE ZEROES TO WS-TOTAL-AVANT WS-TOTAL-APRES.
           COMPUTE WS-LONG-NEU = WS-CM-LONG(WS-CM-IDX)
              + 2 * WS-CM-NB-ID(WS-CM-IDX).

      *> WS-IMAGE a l'ancienne disposition : identifiants numeriques
      *> (ou a blanc) totalises, rien au-dela de l'ancienne longueur
       0310-CONTROLER-ANCIEN.
           IF WS-IMAGE(WS-CM-LONG(WS-CM-IDX) + 1:) NOT = SPACES
              ADD 1 TO WS-ANOMALIES
           END-IF.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
              UNTIL WS-ID-IDX > WS-CM-NB-ID(WS-CM-IDX)
              MOVE WS-IMAGE(WS-CM-POS(WS-CM-IDX, WS-ID-IDX):3)
                TO WS-ID-ANC
              IF WS-ID-ANC IS NUMERIC
                 ADD WS-ID-ANC-N TO WS-TOTAL-AVANT
              ELSE
                 IF WS-ID-ANC NOT = SPACES
                    ADD 1 TO WS-ANOMALIES
                 END-IF
              END-IF
           END-PERFORM.

      *> ligne FICHIER-MIG-LINE (ancienne disposition) rendue dans
      *> WS-IMAGE a la nouvelle : les morceaux entre identifiants
      *> sont recopies tels quels, chaque identifiant recoit deux
      *> zeros de tete
       0320-CONVERTIR-LIGNE.
           MOVE SPACES TO WS-IMAGE.
           MOVE 1 TO WS-POS-ANC WS-POS-NEU.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
              UNTIL WS-ID-IDX > WS-CM-NB-ID(WS-CM-IDX)
              COMPUTE WS-LG = WS-CM-POS(WS-CM-IDX, WS-ID-IDX)
                 - WS-POS-ANC
              IF WS-LG > ZEROES
                 MOVE FICHIER-MIG-LINE(WS-POS-ANC:WS-LG)
                   TO WS-IMAGE(WS-POS-NEU:WS-LG)
                 ADD WS-LG TO WS-POS-ANC WS-POS-NEU
              END-IF
              MOVE FICHIER-MIG-LINE(WS-POS-ANC:3) TO WS-ID-ANC
              IF WS-ID-ANC = SPACES
                 MOVE SPACES TO WS-IMAGE(WS-POS-NEU:5)
              ELSE
                 MOVE '00' TO WS-IMAGE(WS-POS-NEU:2)
                 MOVE WS-ID-ANC TO WS-IMAGE(WS-POS-NEU + 2:3)
              END-IF
              ADD 3 TO WS-POS-ANC
              ADD 5 TO WS-POS-NEU
           END-PERFORM.
           COMPUTE WS-LG = 251 - WS-POS-NEU.
           MOVE FICHIER-MIG-LINE(WS-POS-ANC:WS-LG)
             TO WS-IMAGE(WS-POS-NEU:WS-LG).

      *> WS-IMAGE relue a la nouvelle disposition : memes totaux,
      *> rien au-dela de la nouvelle longueur
       0330-CONTROLER-NOUVEAU.
           IF WS-LONG-NEU < 250
              AND WS-IMAGE(WS-LONG-NEU + 1:) NOT = SPACES
              ADD 1 TO WS-ANOMALIES
           END-IF.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
              UNTIL WS-ID-IDX > WS-CM-NB-ID(WS-CM-IDX)
              COMPUTE WS-POS-NEU = WS-CM-POS(WS-CM-IDX, WS-ID-IDX)
                 + 2 * (WS-ID-IDX - 1)
              MOVE WS-IMAGE(WS-POS-NEU:5) TO WS-ID-NEU
              IF WS-ID-NEU IS NUMERIC
                 ADD WS-ID-NEU-N TO WS-TOTAL-APRES
              END-IF
           END-PERFORM.

      *> fichier indexe de l'entree WS-CM-IDX : relu a l'ancienne
      *> disposition dans le fichier de travail, recree puis
      *> recharge par WRITE sur cle, relu a la nouvelle
       0400-CONVERTIR-INDEXE.
           MOVE WS-CM-NOM(WS-CM-IDX) TO RPT-NOM.
           PERFORM 0250-RAZ-COMPTEURS.
           PERFORM 0410-OUVRIR-ANCIEN.
           IF WS-IDX-STATUS = "35"
              MOVE SPACES TO CLEMIGR-RPT-LINE
              STRING FUNCTION TRIM(WS-CM-NOM(WS-CM-IDX))
                 " : ABSENT, RIEN A CONVERTIR"
                 DELIMITED BY SIZE INTO CLEMIGR-RPT-LINE
              WRITE CLEMIGR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-IDX-STATUS NOT = "00"
              MOVE SPACES TO CLEMIGR-RPT-LINE
              STRING FUNCTION TRIM(WS-CM-NOM(WS-CM-IDX))
                 " : ILLISIBLE, STATUT " WS-IDX-STATUS
                 DELIMITED BY SIZE INTO CLEMIGR-RPT-LINE
              WRITE CLEMIGR-RPT-LINE
              ADD 1 TO WS-ECARTS
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FICHIER-MIG.
           MOVE 'NON' TO WS-EOF-FICHIER.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              PERFORM 0420-LIRE-ANCIEN
              IF WS-EOF-FICHIER = 'NON'
                 ADD 1 TO WS-LUES
                 PERFORM 0310-CONTROLER-ANCIEN
                 WRITE FICHIER-MIG-LINE FROM WS-IMAGE
              END-IF
           END-PERFORM.
           PERFORM 0415-FERMER-ANCIEN.
           CLOSE FICHIER-MIG.

           PERFORM 0430-CREER-NEUF.
           OPEN INPUT FICHIER-MIG.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ FICHIER-MIG
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              PERFORM 0320-CONVERTIR-LIGNE
              PERFORM 0440-ECRIRE-NEUF
              READ FICHIER-MIG
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE FICHIER-MIG.
           PERFORM 0455-FERMER-NEUF.

      *>    preuve : relecture a la nouvelle disposition
           PERFORM 0435-OUVRIR-NEUF.
           MOVE 'NON' TO WS-EOF-FICHIER.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              PERFORM 0450-LIRE-NEUF
              IF WS-EOF-FICHIER = 'NON'
                 ADD 1 TO WS-RELUES
                 PERFORM 0330-CONTROLER-NOUVEAU
              END-IF
           END-PERFORM.
           PERFORM 0455-FERMER-NEUF.
           PERFORM 0900-BILAN-FICHIER.

       0410-OUVRIR-ANCIEN.
           EVALUATE WS-CM-NOM(WS-CM-IDX)
              WHEN 'COMPTES.DAT'
                 OPEN INPUT COMPTES-ANC
              WHEN 'CARTES.DAT'
                 OPEN INPUT CARTES-ANC
              WHEN 'COMPTETITULAIRES.DAT'
                 OPEN INPUT TITULAIRES-ANC
              WHEN 'STANDORD.DAT'
                 OPEN INPUT STANDORD-ANC
              WHEN 'MESSAGES.DAT'
                 OPEN INPUT MESSAGES-ANC
              WHEN 'PLAFOND.DAT'
                 OPEN INPUT PLAFOND-ANC
              WHEN 'PLAFONDEPOT.DAT'
                 OPEN INPUT PLAFONDDEP-ANC
           END-EVALUATE.

       0415-FERMER-ANCIEN.
           EVALUATE WS-CM-NOM(WS-CM-IDX)
              WHEN 'COMPTES.DAT'
                 CLOSE COMPTES-ANC
              WHEN 'CARTES.DAT'
                 CLOSE CARTES-ANC
              WHEN 'COMPTETITULAIRES.DAT'
                 CLOSE TITULAIRES-ANC
              WHEN 'STANDORD.DAT'
                 CLOSE STANDORD-ANC
              WHEN 'MESSAGES.DAT'
                 CLOSE MESSAGES-ANC
              WHEN 'PLAFOND.DAT'
                 CLOSE PLAFOND-ANC
              WHEN 'PLAFONDEPOT.DAT'
                 CLOSE PLAFONDDEP-ANC
           END-EVALUATE.

      *> enregistrement suivant dans WS-IMAGE, ou fin de fichier
       0420-LIRE-ANCIEN.
           EVALUATE WS-CM-NOM(WS-CM-IDX)
              WHEN 'COMPTES.DAT'
                 READ COMPTES-ANC NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE COMPTES-ANC-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'CARTES.DAT'
                 READ CARTES-ANC NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE CARTES-ANC-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'COMPTETITULAIRES.DAT'
                 READ TITULAIRES-ANC NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END
                       MOVE TITULAIRES-ANC-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'STANDORD.DAT'
                 READ STANDORD-ANC NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE STANDORD-ANC-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'MESSAGES.DAT'
                 READ MESSAGES-ANC NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE MESSAGES-ANC-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'PLAFOND.DAT'
                 READ PLAFOND-ANC NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE PLAFOND-ANC-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'PLAFONDEPOT.DAT'
                 READ PLAFONDDEP-ANC NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END
                       MOVE PLAFONDDEP-ANC-RECORD TO WS-IMAGE
                 END-READ
           END-EVALUATE.

       0430-CREER-NEUF.
           EVALUATE WS-CM-NOM(WS-CM-IDX)
              WHEN 'COMPTES.DAT'
                 OPEN OUTPUT COMPTESFILE
              WHEN 'CARTES.DAT'
                 OPEN OUTPUT CARTES
              WHEN 'COMPTETITULAIRES.DAT'
                 OPEN OUTPUT TITULAIRES
              WHEN 'STANDORD.DAT'
                 OPEN OUTPUT STANDORD
              WHEN 'MESSAGES.DAT'
                 OPEN OUTPUT MESSAGES
              WHEN 'PLAFOND.DAT'
                 OPEN OUTPUT PLAFONDFILE
              WHEN 'PLAFONDEPOT.DAT'
                 OPEN OUTPUT PLAFONDDEPFILE
           END-EVALUATE.

       0435-OUVRIR-NEUF.
           EVALUATE WS-CM-NOM(WS-CM-IDX)
              WHEN 'COMPTES.DAT'
                 OPEN INPUT COMPTESFILE
              WHEN 'CARTES.DAT'
                 OPEN INPUT CARTES
              WHEN 'COMPTETITULAIRES.DAT'
                 OPEN INPUT TITULAIRES
              WHEN 'STANDORD.DAT'
                 OPEN INPUT STANDORD
              WHEN 'MESSAGES.DAT'
                 OPEN INPUT MESSAGES
              WHEN 'PLAFOND.DAT'
                 OPEN INPUT PLAFONDFILE
              WHEN 'PLAFONDEPOT.DAT'
                 OPEN INPUT PLAFONDDEPFILE
           END-EVALUATE.

      *> WS-IMAGE ecrit sur sa cle ; un doublon de cle est une
      *> anomalie (la conversion ne doit en creer aucun)
       0440-ECRIRE-NEUF.
           EVALUATE WS-CM-NOM(WS-CM-IDX)
              WHEN 'COMPTES.DAT'
                 MOVE WS-IMAGE TO COMPTESFILE-RECORD
                 WRITE COMPTESFILE-RECORD
                    INVALID KEY ADD 1 TO WS-ANOMALIES
                    NOT INVALID KEY ADD 1 TO WS-ECRITES
                 END-WRITE
              WHEN 'CARTES.DAT'
                 MOVE WS-IMAGE TO CARTES-RECORD
                 WRITE CARTES-RECORD
                    INVALID KEY ADD 1 TO WS-ANOMALIES
                    NOT INVALID KEY ADD 1 TO WS-ECRITES
                 END-WRITE
              WHEN 'COMPTETITULAIRES.DAT'
                 MOVE WS-IMAGE TO TITULAIRES-RECORD
                 WRITE TITULAIRES-RECORD
                    INVALID KEY ADD 1 TO WS-ANOMALIES
                    NOT INVALID KEY ADD 1 TO WS-ECRITES
                 END-WRITE
              WHEN 'STANDORD.DAT'
                 MOVE WS-IMAGE TO STANDORD-RECORD
                 WRITE STANDORD-RECORD
                    INVALID KEY ADD 1 TO WS-ANOMALIES
                    NOT INVALID KEY ADD 1 TO WS-ECRITES
                 END-WRITE
              WHEN 'MESSAGES.DAT'
                 MOVE WS-IMAGE TO MESSAGES-RECORD
                 WRITE MESSAGES-RECORD
                    INVALID KEY ADD 1 TO WS-ANOMALIES
                    NOT INVALID KEY ADD 1 TO WS-ECRITES
                 END-WRITE
              WHEN 'PLAFOND.DAT'
                 MOVE WS-IMAGE TO PLAFONDFILE-RECORD
                 WRITE PLAFONDFILE-RECORD
                    INVALID KEY ADD 1 TO WS-ANOMALIES
                    NOT INVALID KEY ADD 1 TO WS-ECRITES
                 END-WRITE
              WHEN 'PLAFONDEPOT.DAT'
                 MOVE WS-IMAGE TO PLAFONDDEPFILE-RECORD
                 WRITE PLAFONDDEPFILE-RECORD
                    INVALID KEY ADD 1 TO WS-ANOMALIES
                    NOT INVALID KEY ADD 1 TO WS-ECRITES
                 END-WRITE
           END-EVALUATE.

      *> enregistrement suivant a la nouvelle disposition dans
      *> WS-IMAGE, ou fin de fichier
       0450-LIRE-NEUF.
           MOVE SPACES TO WS-IMAGE.
           EVALUATE WS-CM-NOM(WS-CM-IDX)
              WHEN 'COMPTES.DAT'
                 READ COMPTESFILE NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE COMPTESFILE-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'CARTES.DAT'
                 READ CARTES NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE CARTES-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'COMPTETITULAIRES.DAT'
                 READ TITULAIRES NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE TITULAIRES-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'STANDORD.DAT'
                 READ STANDORD NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE STANDORD-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'MESSAGES.DAT'
                 READ MESSAGES NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE MESSAGES-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'PLAFOND.DAT'
                 READ PLAFONDFILE NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END MOVE PLAFONDFILE-RECORD TO WS-IMAGE
                 END-READ
              WHEN 'PLAFONDEPOT.DAT'
                 READ PLAFONDDEPFILE NEXT
                    AT END MOVE 'OUI' TO WS-EOF-FICHIER
                    NOT AT END
                       MOVE PLAFONDDEPFILE-RECORD TO WS-IMAGE
                 END-READ
           END-EVALUATE.

       0455-FERMER-NEUF.
           EVALUATE WS-CM-NOM(WS-CM-IDX)
              WHEN 'COMPTES.DAT'
                 CLOSE COMPTESFILE
              WHEN 'CARTES.DAT'
                 CLOSE CARTES
              WHEN 'COMPTETITULAIRES.DAT'
                 CLOSE TITULAIRES
              WHEN 'STANDORD.DAT'
                 CLOSE STANDORD
              WHEN 'MESSAGES.DAT'
                 CLOSE MESSAGES
              WHEN 'PLAFOND.DAT'
                 CLOSE PLAFONDFILE
              WHEN 'PLAFONDEPOT.DAT'
                 CLOSE PLAFONDDEPFILE
           END-EVALUATE.

      *> archives annuelles OPSARCH-AAAA.DAT (opsarchivebatch) : la
      *> disposition de l'entree sert a chaque annee presente
       0500-CONVERTIR-ARCHIVES.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ARCH-ANNEE-FIN.
           PERFORM VARYING WS-ARCH-ANNEE FROM 1990 BY 1
              UNTIL WS-ARCH-ANNEE > WS-ARCH-ANNEE-FIN
              MOVE SPACES TO WS-NOM-PLAT
              STRING "OPSARCH-" WS-ARCH-ANNEE ".DAT"
                 DELIMITED BY SIZE INTO WS-NOM-PLAT
              OPEN INPUT FICHIER-PLAT
              IF WS-PLAT-STATUS = "00"
                 CLOSE FICHIER-PLAT
                 PERFORM 0300-CONVERTIR-PLAT
              END-IF
           END-PERFORM.

      *> PARMDICT.DAT decrit zone par zone les fichiers de
      *> parametres : une zone situee apres un identifiant elargi
      *> recule de deux colonnes par identifiant, un identifiant
      *> decrit lui-meme passe de 3 a 5 de long (999 max -> 99999)
       0600-DECALER-PARMDICT.
           MOVE 'PARMDICT.DAT' TO RPT-NOM.
           MOVE ZEROES TO WS-LUES WS-ECRITES WS-RELUES WS-ANOMALIES.
           MOVE ZEROES TO WS-TOTAL-AVANT WS-TOTAL-APRES.
           OPEN INPUT PARMDICT.
           IF WS-PARMDICT-STATUS NOT = "00"
              MOVE "PARMDICT.DAT : ABSENT, RIEN A DECALER"
                 TO CLEMIGR-RPT-LINE
              WRITE CLEMIGR-RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FICHIER-MIG.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ PARMDICT
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              ADD 1 TO WS-LUES
              PERFORM 0610-DECALER-ZONE
              ADD PD-POS TO WS-TOTAL-AVANT
              WRITE FICHIER-MIG-LINE FROM PARMDICT-RECORD
              READ PARMDICT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE PARMDICT.
           CLOSE FICHIER-MIG.

           OPEN OUTPUT PARMDICT.
           OPEN INPUT FICHIER-MIG.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ FICHIER-MIG
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              MOVE FICHIER-MIG-LINE TO PARMDICT-RECORD
              WRITE PARMDICT-RECORD
              ADD 1 TO WS-ECRITES
              READ FICHIER-MIG
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE FICHIER-MIG.
           CLOSE PARMDICT.

      *>    preuve : relecture, positions deja decalees
           OPEN INPUT PARMDICT.
           MOVE 'NON' TO WS-EOF-FICHIER.
           READ PARMDICT
              AT END MOVE 'OUI' TO WS-EOF-FICHIER
           END-READ.
           PERFORM UNTIL WS-EOF-FICHIER = 'OUI'
              ADD 1 TO WS-RELUES
              ADD PD-POS TO WS-TOTAL-APRES
              READ PARMDICT
                 AT END MOVE 'OUI' TO WS-EOF-FICHIER
              END-READ
           END-PERFORM.
           CLOSE PARMDICT.
           PERFORM 0900-BILAN-FICHIER.

      *> zone PARMDICT-RECORD d'un fichier de la table : decalee
      *> d'autant d'identifiants qu'il en precede
       0610-DECALER-ZONE.
           MOVE ZEROES TO WS-PD-TROUVE.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
              UNTIL WS-CM-IDX > WS-CM-MAX
              IF WS-CM-NOM(WS-CM-IDX) = PD-FICHIER
                 MOVE WS-CM-IDX TO WS-PD-TROUVE
              END-IF
           END-PERFORM.
           IF WS-PD-TROUVE = ZEROES
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PD-TROUVE TO WS-CM-IDX.
           MOVE ZEROES TO WS-PD-DECALAGE.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
              UNTIL WS-ID-IDX > WS-CM-NB-ID(WS-CM-IDX)
              IF WS-CM-POS(WS-CM-IDX, WS-ID-IDX) < PD-POS
                 ADD 2 TO WS-PD-DECALAGE
              END-IF
              IF WS-CM-POS(WS-CM-IDX, WS-ID-IDX) = PD-POS
                 AND PD-LG = 3
                 MOVE 5 TO PD-LG
                 IF PD-MAX = 999
                    MOVE 99999 TO PD-MAX
                 END-IF
              END-IF
           END-PERFORM.
           ADD WS-PD-DECALAGE TO PD-POS.

      *> ligne de bilan ; comptes et totaux doivent retomber juste
       0900-BILAN-FICHIER.
           ADD 1 TO WS-CONVERTIS.
           ADD WS-RELUES TO WS-BR-RECORDS.
           MOVE WS-LUES TO RPT-LUES.
           MOVE WS-ECRITES TO RPT-ECRITES.
           MOVE WS-RELUES TO RPT-RELUES.
           MOVE WS-TOTAL-AVANT TO RPT-AVANT.
           MOVE WS-TOTAL-APRES TO RPT-APRES.
           MOVE WS-ANOMALIES TO RPT-ANOMALIES.
           IF WS-LUES = WS-ECRITES
              AND WS-LUES = WS-RELUES
              AND WS-TOTAL-AVANT = WS-TOTAL-APRES
              AND WS-ANOMALIES = ZEROES
              MOVE 'CONTROLE OK' TO RPT-CONTROLE
           ELSE
              MOVE 'ECART' TO RPT-CONTROLE
              ADD 1 TO WS-ECARTS
           END-IF.
           MOVE WS-RPT-BILAN TO CLEMIGR-RPT-LINE.
           WRITE CLEMIGR-RPT-LINE.

       END PROGRAM clemigrbatch.
