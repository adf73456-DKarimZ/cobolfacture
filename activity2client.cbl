             SELECT VIREMAPPR ASSIGN TO "VIREMAPPR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

      *> operations recues pendant la fenetre de traitement de nuit,
      *> mises en file au lieu d'etre postees -- voir
      *> FNC-MISE-EN-ATTENTE-NUIT et opattentebatch.cbl
             SELECT OPATTENTE ASSIGN TO "OPATTENTE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPATTENTE-STATUS.

      *> seuil de mise en attente, meme idiom optionnel-avec-defaut
      *> que FRAISMINPARM.DAT/HISTOPARM.DAT
             SELECT VIREMAPPRPARM ASSIGN TO "VIREMAPPRPARM.DAT"
             SELECT MERCHSALES ASSIGN TO "MERCHSALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

      *> registre des autorisations carte : chaque ACHAT CB accepte
      *> y pose une retenue EN COURS, deduite du disponible par
      *> opdebit/opprelev jusqu'au reglement nocturne (achatcbbatch)
             SELECT AUTORCB ASSIGN TO "AUTORCB.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTORCB-STATUS.

      *> registre permanent des ventes partenaires (reference de
      *> l'autorisation, compte, commercant) : une contestation
      *> acceptee sur l'achat y retrouve le commercant a qui
      *> l'impaye est impute (0395 d'ACTIVITY2BANQ)
             SELECT CBVENTES ASSIGN TO "CBVENTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CBVENTES-STATUS.

      *> depots a terme du client, ouverts ici et denoues a
      *> l'echeance par depotermebatch
             SELECT DEPATERME ASSIGN TO "DEPATERME.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BEN-STATUS.

      *> demandes de pret du client : deposees ici au statut EN
      *> ATTENTE, instruites par la revue credit d'activity2banq
      *> (accord ou refus motive) ; le client en suit la decision
             SELECT PRETDEM ASSIGN TO "PRETDEM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRETDEM-STATUS.

      *> credit renouvelable (reserve) ouvert en agence : le client
      *> consulte sa reserve et y tire sur son compte de rattachement
             SELECT CREDREV ASSIGN TO "CREDREV.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CREDREV-STATUS.

      *> cashback partenaires du client (acquis par cashbackbatch,
      *> verse par cashbackcredbatch), consulte dans MES AVANTAGES
             SELECT CASHBACK ASSIGN TO "CASHBACK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CASHBACK-STATUS.

      *> adhesions a l'epargne arrondi (compte courant source, compte
      *> d'epargne destination), balayees chaque nuit par arrondibatch
             SELECT ARRONDI ASSIGN TO "ARRONDI.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARRONDI-STATUS.

      *> conventions de balayage courant/livret (seuil haut,
      *> plancher, mouvement minimum), appliquees par balayagebatch
             SELECT BALAYAGE ASSIGN TO "BALAYAGE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BALAYAGE-STATUS.

      *> virements internationaux hors SEPA (voir INTLVIR.cpy),
      *> emis vers la banque correspondante par intlvirbatch ; le
      *> cours du jour vient du referentiel TAUXCHANGE.DAT et la
      *> marge de change de INTLPARM.DAT
             SELECT INTLVIR ASSIGN TO "INTLVIR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INTLVIR-STATUS.

             SELECT TAUXCHANGE ASSIGN TO "TAUXCHANGE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TAUXCHANGE-STATUS.

             SELECT INTLPARM ASSIGN TO "INTLPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INTLPARM-STATUS.

      *> cartes prepayees : soldes stockes (voir CARTEPREP.cpy) et
      *> journal des mouvements (voir CARTEPREPMVT.cpy)
             SELECT CARTEPREP ASSIGN TO "CARTEPREP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARTEPREP-STATUS.

             SELECT CARTEPREPMVT ASSIGN TO "CARTEPREPMVT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARTEPREPMVT-STATUS.

      *> paiement de factures : annuaire des facturiers (voir
      *> FACTURIER.cpy) et registre des factures payees (voir
      *> FACTPAY.cpy), remis aux facturiers par facturebatch
             SELECT FACTURIERS ASSIGN TO "FACTURIERS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FACTURIERS-STATUS.

             SELECT FACTPAY ASSIGN TO "FACTPAY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FACTPAY-STATUS.

      *> comptes de mineurs : registre des mineurs et de leurs
      *> representants legaux (voir MINEUR.cpy), solde et journal des
      *> operations lus pour la vue du representant
             SELECT MINEURS ASSIGN TO "MINEURS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MINEURS-STATUS.

             SELECT COMPTESFILE ASSIGN TO "COMPTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CF-COMPTEID
                FILE STATUS IS WS-COMPTESFILE-STATUS.

             SELECT OPJOURNAL ASSIGN TO "OPJOURNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPJOURNAL-STATUS.

      *> compagnon indexe du journal (voir OPJINDEX.cpy) : les
      *> operations d'un compte sans relire tout le journal
             SELECT OPJINDEX ASSIGN TO "OPJINDEX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OJX-CLE
                ALTERNATE RECORD KEY IS OJX-IDCLIENT WITH DUPLICATES
                ALTERNATE RECORD KEY IS OJX-JOUR WITH DUPLICATES
                FILE STATUS IS WS-OPJINDEX-IXST.

      *> consentements marketing du client par canal (voir
      *> CONSENT.cpy), historique jamais reecrit
             SELECT CONSENT ASSIGN TO "CONSENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONSENT-STATUS.

      *> acces des prestataires tiers DSP2 : registre des
      *> prestataires (voir DSP2PRESTA.cpy) et consentements du
      *> client (voir DSP2CONSENT.cpy), servis par dsp2batch
             SELECT DSP2PRESTA ASSIGN TO "DSP2PRESTA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DSP2PRESTA-STATUS.
             SELECT DSP2CONSENT ASSIGN TO "DSP2CONSENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DSP2CONSENT-STATUS.

             SELECT DSP2CONSENTTMP ASSIGN TO "DSP2CONSENT.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

      *> remises de cheques annoncees par le client, a deposer en
      *> agence (voir REMISECHQ.cpy)
             SELECT REMISECHQ ASSIGN TO "REMISECHQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REMISECHQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
          FD PRINT-RELEVE.
          FD VIREMAPPR.
              01 VIREMAPPR-RECORD.
                  05 VA-ID                PIC 9(10).
                  05 VA-CLIENT-ID          PIC 9(5).
                  05 VA-COMPTE-ID          PIC 9(5).
                  05 VA-MONTANT            PIC 9(5)V99.
                  05 VA-LIBELLE            PIC X(10).
                  05 VA-DATE               PIC X(10).
          FD CARTES.
              01 CARTES-RECORD.
                  05 CR-NUMCARTE        PIC X(16).
                  05 CR-COMPTEID        PIC 9(5).
                  05 CR-STATUT          PIC X(14).
                  05 CR-DATE-EMISSION   PIC X(10).
                  05 CR-DATE-EXPIR      PIC X(10).
                  05 MS-MAGASIN         PIC X(15).
                  05 MS-MONTANT         PIC 9(5)V99.
                  05 MS-DATE            PIC X(10).
          FD AUTORCB.
              01 AUTORCB-RECORD.
                  05 AH-REFERENCE       PIC X(16).
                  05 AH-TYPE            PIC X(12).
                  05 AH-COMPTEID        PIC 9(5).
                  05 AH-MONTANT         PIC 9(5)V99.
                  05 AH-DATE            PIC X(10).
                  05 AH-STATUT          PIC X(10).
                  05 AH-DATE-FIN        PIC X(10).
          FD CBVENTES.
              01 CBVENTES-RECORD.
                  05 VT-REFERENCE       PIC X(16).
                  05 VT-COMPTEID        PIC 9(5).
                  05 VT-MAGASIN         PIC X(15).
                  05 VT-MONTANT         PIC 9(5)V99.
                  05 VT-DATE            PIC X(10).
          FD DEPATERME.
              01 DEPATERME-RECORD.
                  05 DT-DEPOTID         PIC 9(10).
                  05 DT-COMPTEID        PIC 9(5).
                  05 DT-IDCLIENT        PIC 9(5).
                  05 DT-MONTANT         PIC S9(9)V99.
                  05 DT-TAUX            PIC 9(2)V99.
                  05 DT-DATE-OUVERTURE  PIC X(10).
                  05 DT-DATE-ECHEANCE   PIC X(10).
                  05 DT-STATUT          PIC X(10).
          FD ALERTPREF.
              01 ALERTPREF-RECORD.
                  05 AP-IDCLIENT        PIC 9(5).
                  05 AP-SEUIL-BAS       PIC 9(5)V99.
                  05 AP-SEUIL-GROS-DEB  PIC 9(5)V99.
                  05 AP-FLAG-BAS        PIC X(3).
                  05 AP-FLAG-DEBIT      PIC X(3).
          FD RELEVEIDX.
              01 RELEVEIDX-RECORD.
                  05 RIX-IDCLIENT       PIC 9(5).
                  05 RIX-COMPTEID       PIC 9(5).
                  05 RIX-PERIODE        PIC X(6).
                  05 RIX-FILENAME       PIC X(40).
          FD RELARCHIVE.
          FD STANDORD.
              01 STANDORD-RECORD.
                  05 SO-ORDREID               PIC 9(3).
                  05 SO-CLIENT-ID              PIC 9(5).
                  05 SO-COMPTE-DEST            PIC 9(5).
                  05 SO-CLIENT-DEST-ID         PIC 9(5).
                  05 SO-MONTANT                PIC 9(5)V99.
                  05 SO-JOUR-EXEC              PIC 99.
                  05 SO-DATE-DERNIERE-EXEC     PIC X(10).
          FD CONTESTATIONS.
              01 CONTESTATIONS-RECORD.
                  05 CT-ID              PIC 9(10).
                  05 CT-IDCLIENT        PIC 9(5).
                  05 CT-COMPTEID        PIC 9(5).
                  05 CT-IDOPERATION     PIC 9(3).
                  05 CT-MONTANT         PIC 9(8)V99.
                  05 CT-SENS            PIC X.
          FD COAPPROB.
              01 COAPPROB-RECORD.
                  05 COA-ID             PIC 9(10).
                  05 COA-COMPTEID       PIC 9(5).
                  05 COA-DEMANDEUR      PIC 9(5).
                  05 COA-MONTANT        PIC 9(5)V99.
                  05 COA-LIBELLE        PIC X(10).
                  05 COA-DATE           PIC X(10).
          FD TITULAIRES.
              01 TITULAIRES-RECORD.
                  05 TIT-CLE.
                     10 TIT-COMPTEID    PIC 9(5).
                     10 TIT-IDCLIENT    PIC 9(5).
                  05 TIT-ROLE           PIC X(20).
          FD CHEQUIERS.
              01 CHEQUIERS-RECORD.
                  05 CHQ-COMPTEID       PIC 9(5).
                  05 CHQ-NUM-DEBUT      PIC 9(7).
                  05 CHQ-NUM-FIN        PIC 9(7).
                  05 CHQ-DATE-EMISSION  PIC X(10).
                  05 CHQ-STATUT         PIC X(10).
          FD INTERDITS.
              01 INTERDITS-RECORD.
                  05 INT-COMPTEID       PIC 9(5).
                  05 INT-DATE           PIC X(10).
          FD CBVELOC.
              01 CBVELOC-RECORD.
          FD CBREFERQ.
              01 CBREFERQ-RECORD.
                  05 RF-NUMCARTE        PIC X(16).
                  05 RF-COMPTEID        PIC 9(5).
                  05 RF-MAGASIN         PIC X(15).
                  05 RF-DATE            PIC X(10).
                  05 RF-HEURE           PIC X(6).
                  05 RF-STATUT          PIC X(10).
          FD CHQDEMANDES.
              01 CHQDEMANDES-RECORD.
                  05 CHD-COMPTEID       PIC 9(5).
                  05 CHD-IDCLIENT       PIC 9(5).
                  05 CHD-DATE-DEMANDE   PIC X(10).
                  05 CHD-STATUT         PIC X(14).
          FD PROCURATIONS.
              01 PROCURATIONS-RECORD.
                  05 PX-COMPTEID        PIC 9(5).
                  05 PX-MANDANT         PIC 9(5).
                  05 PX-MANDATAIRE      PIC 9(5).
                  05 PX-PORTEE          PIC X(12).
                  05 PX-PLAFOND         PIC 9(5)V99.
                  05 PX-DATE-DEBUT      PIC X(10).
                  05 PX-DATE-FIN        PIC X(10).
          FD CHQOPPOS.
              01 CHQOPPOS-RECORD.
                  05 CHO-COMPTEID       PIC 9(5).
                  05 CHO-NUM-DEBUT      PIC 9(7).
                  05 CHO-NUM-FIN        PIC 9(7).
                  05 CHO-IDCLIENT       PIC 9(5).
                  05 CHO-DATE-POSE      PIC X(10).
                  05 CHO-MOTIF          PIC X(25).
                  05 CHO-STATUT         PIC X(10).
          FD VIRPROG.
              01 VIRPROG-RECORD.
                  05 VPG-ID             PIC 9(10).
                  05 VPG-IDCLIENT       PIC 9(5).
                  05 VPG-COMPTEID       PIC 9(5).
                  05 VPG-MONTANT        PIC 9(5)V99.
                  05 VPG-LIBELLE        PIC X(10).
                  05 VPG-IBAN-DEST      PIC X(34).
                  05 VPG-DATE-EXEC      PIC X(10).
                  05 VPG-STATUT         PIC X(10).
          FD PRETDEM.
              01 PRETDEM-RECORD.
                  05 PD-DEMID           PIC 9(10).
                  05 PD-IDCLIENT        PIC 9(5).
                  05 PD-COMPTEID        PIC 9(5).
                  05 PD-MONTANT         PIC 9(7)V99.
                  05 PD-DUREE-MOIS      PIC 9(3).
                  05 PD-OBJET           PIC X(20).
                  05 PD-DATE-DEMANDE    PIC X(10).
                  05 PD-STATUT          PIC X(10).
                  05 PD-TAUX-ANNUEL     PIC 9(2)V99.
                  05 PD-REVENU-MENSUEL  PIC 9(7)V99.
                  05 PD-CHARGES-MENS    PIC 9(7)V99.
                  05 PD-TAUX-ENDETT     PIC 9(3)V99.
                  05 PD-MOTIF           PIC X(30).
                  05 PD-ANALYSTE        PIC X(8).
                  05 PD-DATE-DECISION   PIC X(10).
                  05 PD-PRETID          PIC 9(5).
          FD CREDREV.
              01 CREDREV-RECORD.
                  05 CRV-LIGNEID        PIC 9(5).
                  05 CRV-IDCLIENT       PIC 9(5).
                  05 CRV-COMPTEID       PIC 9(5).
                  05 CRV-PLAFOND        PIC 9(7)V99.
                  05 CRV-UTILISE        PIC 9(7)V99.
                  05 CRV-TAUX-ANNUEL    PIC 9(2)V99.
                  05 CRV-MODE-REMB      PIC X(1).
                  05 CRV-MENS-FIXE      PIC 9(5)V99.
                  05 CRV-PCT-REMB       PIC 9(2)V99.
                  05 CRV-DATE-OUVERTURE PIC X(10).
                  05 CRV-DERNIER-ARRETE PIC X(10).
                  05 CRV-INTERETS-MOIS  PIC 9(5)V99.
                  05 CRV-REMB-MOIS      PIC 9(5)V99.
                  05 CRV-IMPAYES        PIC 9(2).
                  05 CRV-STATUT         PIC X(10).
          FD CASHBACK.
              01 CASHBACK-RECORD.
                  05 CK-REFERENCE       PIC X(16).
                  05 CK-COMPTEID        PIC 9(5).
                  05 CK-IDCLIENT        PIC 9(5).
                  05 CK-MAGASIN         PIC X(15).
                  05 CK-ACHAT           PIC 9(7)V99.
                  05 CK-TAUX            PIC 9(2)V99.
                  05 CK-MONTANT         PIC 9(5)V99.
                  05 CK-DATE-ACHAT      PIC X(10).
                  05 CK-STATUT          PIC X(10).
                  05 CK-DATE-MAJ        PIC X(10).
          FD ARRONDI.
              01 ARRONDI-RECORD.
                  05 AR-IDCLIENT        PIC 9(5).
                  05 AR-COMPTE-SRC      PIC 9(5).
                  05 AR-COMPTE-DEST     PIC 9(5).
                  05 AR-STATUT          PIC X(8).
                  05 AR-DATE-MAJ        PIC X(10).
                  05 AR-DATE-BALAYAGE   PIC X(10).
          FD BALAYAGE.
              01 BALAYAGE-RECORD.
                  05 BL-IDCLIENT        PIC 9(5).
                  05 BL-COMPTE-SRC      PIC 9(5).
                  05 BL-COMPTE-DEST     PIC 9(5).
                  05 BL-SEUIL-HAUT      PIC 9(7)V99.
                  05 BL-PLANCHER        PIC 9(7)V99.
                  05 BL-MOUV-MIN        PIC 9(5)V99.
                  05 BL-STATUT          PIC X(8).
                  05 BL-DATE-MAJ        PIC X(10).
                  05 BL-DATE-BALAYAGE   PIC X(10).
          FD INTLVIR.
              COPY "INTLVIR.cpy".
          FD TAUXCHANGE.
              01 TAUXCHANGE-RECORD.
                  05 TX-DEVISE-OP       PIC X(3).
                  05 TX-DEVISE-COMPTE   PIC X(3).
                  05 TX-TAUX            PIC 9(3)V9(6).
                  05 TX-DATE-EFFET      PIC X(10).
          FD INTLPARM.
              01 INTLPARM-RECORD.
                  05 IP-MARGE-PCT       PIC 9V99.
          FD CARTEPREP.
              COPY "CARTEPREP.cpy".
          FD CARTEPREPMVT.
              COPY "CARTEPREPMVT.cpy".
          FD FACTURIERS.
              COPY "FACTURIER.cpy".
          FD FACTPAY.
              COPY "FACTPAY.cpy".
          FD MINEURS.
              COPY "MINEUR.cpy".
          FD COMPTESFILE.
              COPY "COMPTESFILE.cpy".
          FD OPJOURNAL.
              COPY "OPJOURNAL.cpy".
          FD OPJINDEX.
              COPY "OPJINDEX.cpy".
          FD OPATTENTE.
              COPY "OPATTENTE.cpy".
          FD OPCATEG.
              01 OPCATEG-RECORD.
                  05 OC-SEQ             PIC 9(10).
                  05 OC-IDCLIENT        PIC 9(5).
                  05 OC-COMPTEID        PIC 9(5).
                  05 OC-DATEOP          PIC X(10).
                  05 OC-MONTANT         PIC 9(7)V99.
                  05 OC-SENS            PIC X.
              01 MANDATS-RECORD.
                  05 MD-REFERENCE       PIC X(16).
                  05 MD-CREANCIER-ID    PIC X(8).
                  05 MD-IDCLIENT        PIC 9(5).
                  05 MD-COMPTEID        PIC 9(5).
                  05 MD-DATE-SIGNATURE  PIC X(10).
                  05 MD-STATUT          PIC X(10).

          FD SUSPENS.
              01 SUSPENS-RECORD.
                  05 SUS-REFERENCE            PIC X(16).
                  05 SUS-COMPTEID             PIC 9(5).
                  05 SUS-MONTANT              PIC 9(5)V99.
                  05 SUS-DATE-RECU            PIC X(10).
                  05 SUS-MOTIF                PIC X(25).

          FD BENEFICIAIRES.
              01 BENEFICIAIRES-RECORD.
                  05 BEN-IDCLIENT       PIC 9(5).
                  05 BEN-NOM            PIC X(30).
                  05 BEN-IBAN           PIC X(34).
                  05 BEN-DATE-AJOUT     PIC X(10).
                  05 BEN-STATUT         PIC X(10).
          FD CONSENT.
              COPY "CONSENT.cpy".
          FD DSP2PRESTA.
              COPY "DSP2PRESTA.cpy".
          FD DSP2CONSENT.
              COPY "DSP2CONSENT.cpy".
          FD DSP2CONSENTTMP.
              01 DSP2CONSENTTMP-RECORD     PIC X(71).
          FD REMISECHQ.
              COPY "REMISECHQ.cpy".
          FD PRINT-FILE.
              01 DETAILS-LINE.
               88 ENDOffiLE                 VALUE HIGH-VALUES.
               05 D-CLIENT-ID               PIC S9(5).
               05 D-CLIENT-NOM              PIC X(20).
               05 D-CLIENT-PRENOM           PIC X(20).
               05 D-CLIENT-RSOCIALE         PIC X(20).
               05 D-CLIENT-TYPECLIENT       PIC X(20).
               05 D-CLIENT-EXTERNE          PIC 9.
               05 D-COMPTE-ID               PIC S9(5).
               05 D-COMPTE-IBAN             PIC X(25).
               05 D-COMPTE-DTOUV            PIC X(14).
               05 D-COMPTE-SOLDE            PIC 9(5).99.
               05 FILLER                    PIC X(3).
               05 D-COMPTE-CLIENTID         PIC S9(5).
               05 D-COMPTE-AGENCE           PIC X(10).

       WORKING-STORAGE SECTION.
          88 V-FNC-F13                 VALUE 1013.
          88 V-FNC-F14                 VALUE 1014.
          88 V-FNC-F15                 VALUE 1015.
          88 V-FNC-F16                 VALUE 1016.
       01 WS-ACCEPT-FNC-KEY            PIC X.

       01 WS-MSG.
       01 WS-CONFIRM-PSWD              PIC X(20).

       01 WS-INP-CLIENT.  
         05 WS-INP-CLIENTID           PIC 9(5). 
         05 WS-INP-NOM                PIC X(50).
         05 WS-INP-PRENOM             PIC X(50).
         05 WS-INP-RAISONSOCIALE      PIC X(50).
         05 WS-INP-EXTERNE            PIC 9(1).

       01 WS-INP-COMPTE.  
         05 WS-INP-COMPTEID            PIC 9(5). 
         05 WS-INP-IBAN                PIC X(50).
         05 WS-INP-DATEOUV             PIC X(10).
         05 WS-INP-SOLDE               PIC 9(10)V99.
         05 WS-INP-IDCLIENT            PIC 9(5).
         
       01 WS-INP-OPERATIONS.  
         05 WS-INP-IDOPERATION         PIC 9(3). 
         05 WS-INP-TYPE                PIC X(50).
         05 WS-INP-LIBELLE             PIC X(50).
         05 WS-INP-MONTANT             PIC 9(8)V99.
         05 WS-INP-COMPTEID            PIC 9(5).
         05 WS-INP-IDCLIENT            PIC 9(5).
         05 WS-INP-DATEOP              PIC X(10).
         05 WS-INP-STATUS              PIC X(20).

       01 WS-OUT-CLIENT.  
         05 WS-OUT-CLIENTID           PIC 9(5). 
         05 WS-OUT-NOM                PIC X(50).
         05 WS-OUT-PRENOM             PIC X(50).
         05 WS-OUT-RAISONSOCIALE      PIC X(50).
         05 WS-OUT-EXTERNE            PIC 9(1).

       01 WS-OUT-COMPTE.  
         05 WS-OUT-COMPTEID            PIC 9(5). 
         05 WS-OUT-IBAN                PIC X(50).
         05 WS-OUT-DATEOUV             PIC X(10).
         05 WS-OUT-SOLDE               PIC 9(10)V99.
         05 WS-OUT-IDCLIENT            PIC 9(5).
         
       01 WS-OUT-OPERATIONS.  
         05 WS-OUT-IDOPERATION         PIC 9(3). 
         05 WS-OUT-TYPE                PIC X(50).
         05 WS-OUT-LIBELLE             PIC X(50).
         05 WS-OUT-MONTANT             PIC 9(8)V99.
         05 WS-OUT-COMPTEID2            PIC 9(5).
         05 WS-OUT-IDCLIENT            PIC 9(5).
         05 WS-OUT-DATEOP              PIC X(10).
        

             04 WS-OUT-CLIENT-TAB-RSOCIALE    PIC X(50).
             04 WS-OUT-CLIENT-TAB-TYPECLIENT  PIC X(50).
             04 WS-OUT-CLIENT-TAB-EXTERNE     PIC 9(1).
             04 WS-OUT-CLIENT-TAB-IDCLIENT    PIC 9(5).

      *> line number var for the list screen   
       01 SC-LINE-NR                   PIC 99.  
             05 SOMMEOPP        PIC 9(3)B9(3)B9(4).
             05 C-NUMCARTE       PIC X(16).
             05 C-STATUT         PIC X(14).
             05 C-DELETE-CLIENTID PIC 9(5).
             05 ENTREEAR        PIC 9(5).
             05 WS-DATE2        PIC X(10).
      *> verification de titulaire via COMPTETITULAIRES.DAT
             
           01 mouse-flags   PIC 9(4).
            01 WS-FIELDS2.
               05 L-CLIENT-ID               PIC S9(5).
               05 L-CLIENT-NOM              PIC X(20).
               05 L-CLIENT-PRENOM           PIC X(20).
               05 L-CLIENT-RSOCIALE         PIC X(20).
               05 L-CLIENT-TYPECLIENT       PIC X(20).
               05 L-CLIENT-EXTERNE          PIC 9 .
               05 L-COMPTE-ID               PIC S9(5).
               05 L-COMPTE-IBAN             PIC X(25).
               05 L-COMPTE-DTOUV            PIC X(14).
               05 L-COMPTE-SOLDE            PIC 9(5).99.
               05 L-COMPTE-CLIENTID         PIC S9(5).
               05 L-COMPTE-AGENCE           PIC X(10).

         01 FIELDS-TEST.
         01 WS-BEN-EOF             PIC X(3).
         01 WS-BEN-TABLE.
             05 WS-BEN-ENTRY OCCURS 100 TIMES.
                10 WS-BEN-IDCLIENT     PIC 9(5).
                10 WS-BEN-NOM          PIC X(30).
                10 WS-BEN-IBAN         PIC X(34).
                10 WS-BEN-DATE-AJOUT   PIC X(10).
         01 WS-SOV-TABLE.
             05 WS-SOV-ENTRY OCCURS 100 TIMES.
                10 WS-SOV-ORDREID       PIC 9(3).
                10 WS-SOV-COMPTE-DEST   PIC 9(5).
                10 WS-SOV-CLIENT-DEST   PIC 9(5).
                10 WS-SOV-MONTANT       PIC 9(5)V99.
                10 WS-SOV-JOUR-EXEC     PIC 99.
                10 WS-SOV-IBAN-DEST     PIC X(34).
         01 WS-SOV-ORDREID-OP      PIC 9(3).
         01 WS-SOV-IN-MONTANT      PIC 9(5)V99.
         01 WS-SOV-IN-JOUR         PIC 99.
         01 WS-SOV-IN-COMPTE-DEST  PIC 9(5).
         01 WS-SOV-IN-CLIENT-DEST  PIC 9(5).
         01 WS-SOV-IN-IBAN-DEST    PIC X(34).
         01 WS-SOV-SUCCESS         PIC X(3).
      *> trace d'audit de l'ecran virements permanents
         01 WS-MDC-EOF             PIC X(3).
         01 WS-MDC-TABLE.
             05 WS-MDC-ENTRY OCCURS 100 TIMES.
                10 WS-MDC-IDCLIENT     PIC 9(5).
                10 WS-MDC-REFERENCE    PIC X(16).
                10 WS-MDC-CREANCIER    PIC X(8).
                10 WS-MDC-COMPTEID     PIC 9(5).
                10 WS-MDC-DATE-SIGN    PIC X(10).
                10 WS-MDC-STATUT       PIC X(10).
         01 WS-MDC-COUNT           PIC 9(3) VALUE 0.
         01 WS-COA-TABLE.
             05 WS-COA-ENTRY OCCURS 100 TIMES.
                10 WS-COA-ID           PIC 9(10).
                10 WS-COA-COMPTEID     PIC 9(5).
                10 WS-COA-DEMANDEUR    PIC 9(5).
                10 WS-COA-MONTANT      PIC 9(5)V99.
                10 WS-COA-LIBELLE      PIC X(10).
                10 WS-COA-DATE         PIC X(10).
         01 WS-COA-IDX             PIC 9(3).
         01 WS-COA-CURRENT         PIC 9(3) VALUE 0.
         01 WS-COA-SEUIL           PIC 9(5)V99 VALUE 2000.00.
         01 WS-COA-COTIT           PIC 9(5).
         01 WS-COA-AGE-NUM         PIC 9(8).
         01 WS-COA-AGE-INT         PIC S9(8).
         01 WS-COA-TODAY-NUM       PIC 9(8).
         01 WS-CL-AUDIT-LINE.
             05 CLA-DATE           PIC X(10).
             05 FILLER             PIC X VALUE SPACE.
             05 CLA-CLIENT         PIC 9(5).
             05 FILLER             PIC X VALUE SPACE.
             05 CLA-ACTION         PIC X(20).
             05 FILLER             PIC X VALUE SPACE.
         01 WS-MC-TABLE.
             05 WS-MC-ENTRY OCCURS 50 TIMES.
                10 WS-MC-NUMCARTE      PIC X(16).
                10 WS-MC-COMPTEID      PIC 9(5).
                10 WS-MC-STATUT        PIC X(14).
                10 WS-MC-DATE-EXPIR    PIC X(10).
                10 WS-MC-TYPE-CARTE    PIC X(10).
         01 WS-MC-STATUT-DEMANDE   PIC X(14).
         01 WS-MC-NUMCARTE-OUT     PIC X(16).
         01 WS-MC-SUCCESS          PIC X(3).
         01 WS-MC-COMPTEID-OP      PIC 9(5).

      *> saisie d'ouverture d'un depot a terme (ecran MES SERVICES)
         01 WS-DT-MONTANT          PIC 9(5)V99.
         01 WS-DT-SOLDE            PIC 9(5)V99.
         01 WS-DT-NEWSOLDE         PIC 9(5)V99.
         01 WS-DT-SUCCESS          PIC X(3).
         01 WS-DT-COMPTEID-OP      PIC 9(5).
         01 WS-DT-ECH-ANNEE        PIC 9(4).
         01 WS-DT-ECH-MOIS         PIC 9(2).
         01 WS-DT-ECH-MOIS-W       PIC 9(5).
      *> ligne du client connecte
         01 WS-AP-TABLE.
             05 WS-AP-ENTRY OCCURS 100 TIMES.
                10 WS-AP-IDCLIENT      PIC 9(5).
                10 WS-AP-SEUIL-BAS     PIC 9(5)V99.
                10 WS-AP-SEUIL-GROS    PIC 9(5)V99.
                10 WS-AP-FLAG-BAS      PIC X(3).
         01 WS-RIX-EOF             PIC X(3).
         01 WS-RIX-TABLE.
             05 WS-RIX-ENTRY OCCURS 100 TIMES.
                10 WS-RIX-COMPTEID     PIC 9(5).
                10 WS-RIX-PERIODE      PIC X(6).
                10 WS-RIX-FILENAME     PIC X(40).
         01 WS-RIX-COUNT           PIC 9(3) VALUE 0.
         01 WS-PIN-RESULT          PIC X(10).
         01 WS-PIN-SUCCESS         PIC X(3).

      *> solde comptable et solde disponible (module soldedispo :
      *> saisies, nantissements et autorisations carte en cours
      *> retranches), affiches a l'achat partenaire qui refuse un
      *> achat au-dela du disponible
         01 WS-DSP-COMPTEID        PIC 9(5).
         01 WS-DSP-DATE            PIC X(10).
         01 WS-DSP-SOLDE           PIC S9(10)V99.
         01 WS-DSP-DISPONIBLE      PIC S9(10)V99.
         01 WS-AUTORCB-STATUS      PIC X(2).
         01 WS-CBVENTES-STATUS     PIC X(2).

      *> controle de velocite des ACHAT CB : compte et cumul par
      *> carte et par commercant sur une fenetre glissante (regles
      *> dans CBVELOCPARM.DAT, defauts ci-dessous) ; le
         01 WS-PXC-PLAFOND         PIC 9(5)V99.
         01 WS-PXC-AUTORISE        PIC X(3).
         01 WS-PXC-MONTANT         PIC 9(5)V99.
         01 WS-PXC-COMPTE          PIC 9(5).
      *> role du compte vise, pose par l'appelant juste avant le
      *> controle : chaque chemin (EPARGNER, virement interne)
      *> passe SON role, un reste de l'autre ecran ne bloque ni
         01 WS-VPG-TABLE.
             05 WS-VPG-ENTRY OCCURS 100 TIMES.
                10 WS-VPG-ID           PIC 9(10).
                10 WS-VPG-IDCLIENT     PIC 9(5).
                10 WS-VPG-COMPTEID     PIC 9(5).
                10 WS-VPG-MONTANT      PIC 9(5)V99.
                10 WS-VPG-LIBELLE      PIC X(10).
                10 WS-VPG-IBAN-DEST    PIC X(34).
      *> plage [debut, fin] (fin a zero = cheque unique), motif
      *> libre ; la pose est tracee dans AUDITLOG.DAT pour pouvoir
      *> repondre a la banque du deposant
         01 WS-CHO-COMPTE          PIC 9(5).
         01 WS-CHO-NUM-DEBUT       PIC 9(7).
         01 WS-CHO-NUM-FIN         PIC 9(7).
         01 WS-CHO-MOTIF           PIC X(25).
      *> WS-VI-REF portee dans les deux libelles du flux sequence, et
      *> la jambe debitee est contrepassee si la jambe creditee
      *> echoue -- voir FNC-VIREMENT-INTERNE
         01 WS-VI-COMPTE-SRC       PIC 9(5).
         01 WS-VI-COMPTE-DEST      PIC 9(5).
         01 WS-VI-MONTANT          PIC 9(5)V99.
         01 WS-VI-LIBELLE          PIC X(10).
         01 WS-VI-REF              PIC 9(10).
         01 WS-VI-TIT-SRC          PIC X(3).
         01 WS-VI-TIT-DEST         PIC X(3).


      *> demande de pret (ecran AUTRES SERVICES) : saisie, et suivi
      *> des demandes du client connecte chargees du registre
         01 WS-PRETDEM-STATUS      PIC X(2).
         01 WS-PDM-EOF             PIC X(3).
         01 WS-PDM-IN-MONTANT      PIC 9(5)V99.
         01 WS-PDM-IN-DUREE        PIC 9(3).
         01 WS-PDM-IN-OBJET        PIC X(20).
         01 WS-PDM-TABLE.
             05 WS-PDM-ENTRY OCCURS 20 TIMES.
                10 WS-PDM-DEMID        PIC 9(10).
                10 WS-PDM-MONTANT      PIC 9(7)V99.
                10 WS-PDM-DUREE-MOIS   PIC 9(3).
                10 WS-PDM-DATE-DEMANDE PIC X(10).
                10 WS-PDM-STATUT       PIC X(10).
                10 WS-PDM-MOTIF        PIC X(30).
         01 WS-PDM-COUNT           PIC 9(3) VALUE 0.
         01 WS-PDM-CURRENT         PIC 9(3) VALUE 0.
         01 WS-PDM-ATTENTE         PIC X(3).

      *> reserve du client connecte (ecran AUTRES SERVICES) : table
      *> CREDREV.DAT chargee, ligne du client, montant du tirage
         01 WS-CREDREV-STATUS      PIC X(2).
         01 WS-CRV-EOF             PIC X(3).
         01 WS-CRV-IN-MONTANT      PIC 9(5)V99.
         01 WS-CRV-LIGNEID         PIC 9(5).
         01 WS-CRV-PLAFOND         PIC 9(7)V99.
         01 WS-CRV-UTILISE         PIC 9(7)V99.
         01 WS-CRV-DISPONIBLE      PIC 9(7)V99.
         01 WS-CRV-INTERETS        PIC 9(5)V99.
         01 WS-CRV-STATUT          PIC X(10).
         01 WS-CRV-SOLDE           PIC 9(5)V99.
         01 WS-CRV-NEWSOLDE        PIC 9(5)V99.
         01 WS-CRV-SUCCESS         PIC X(3).
         01 WS-CRV-COMPTEID-OP     PIC 9(5).
         01 WS-CRV-TABLE.
             05 WS-CRV-ENTRY OCCURS 200 TIMES.
                10 WS-CRV-T-RECORD     PIC X(95).
         01 WS-CRV-COUNT           PIC 9(3) VALUE 0.
         01 WS-CRV-IDX             PIC 9(3).
         01 WS-CRV-FOUND-IDX       PIC 9(3) VALUE 0.

      *> avantages du client connecte (ecran MES AVANTAGES) : cumuls
      *> par statut et detail des derniers achats retenus
         01 WS-CASHBACK-STATUS     PIC X(2).
         01 WS-AVT-EOF             PIC X(3).
         01 WS-AVT-ACQUIS          PIC 9(7)V99.
         01 WS-AVT-SUSPENDU        PIC 9(7)V99.
         01 WS-AVT-CREDITE         PIC 9(7)V99.
         01 WS-AVT-EXPIRE          PIC 9(7)V99.
         01 WS-AVT-TABLE.
             05 WS-AVT-ENTRY OCCURS 50 TIMES.
                10 WS-AVT-MAGASIN      PIC X(15).
                10 WS-AVT-DATE-ACHAT   PIC X(10).
                10 WS-AVT-ACHAT        PIC 9(7)V99.
                10 WS-AVT-MONTANT      PIC 9(5)V99.
                10 WS-AVT-STATUT       PIC X(10).
         01 WS-AVT-COUNT           PIC 9(3) VALUE 0.
         01 WS-AVT-CURRENT         PIC 9(3) VALUE 0.
         01 WS-AVT-IDX             PIC 9(3).

      *> adhesion du client connecte a l'epargne arrondi (ecran
      *> EPARGNE ARRONDI) : registre charge en table et reecrit
         01 WS-ARRONDI-STATUS      PIC X(2).
         01 WS-ARD-EOF             PIC X(3).
         01 WS-ARD-TABLE.
             05 WS-ARD-ENTRY OCCURS 2000 TIMES.
                10 WS-ARD-IDCLIENT     PIC 9(5).
                10 WS-ARD-COMPTE-SRC   PIC 9(5).
                10 WS-ARD-COMPTE-DEST  PIC 9(5).
                10 WS-ARD-STATUT       PIC X(8).
                10 WS-ARD-DATE-MAJ     PIC X(10).
                10 WS-ARD-DATE-BALAYAGE PIC X(10).
         01 WS-ARD-COUNT           PIC 9(4) VALUE 0.
         01 WS-ARD-IDX             PIC 9(4).
         01 WS-ARD-FOUND-IDX       PIC 9(4) VALUE 0.
         01 WS-ARD-IN-SRC          PIC 9(5).
         01 WS-ARD-IN-DEST         PIC 9(5).
         01 WS-ARD-STATUT-AFF      PIC X(8).
         01 WS-ARD-SRC-AFF         PIC 9(5).
         01 WS-ARD-DEST-AFF        PIC 9(5).
         01 WS-ARD-ROLE-SRC        PIC X(20).
         01 WS-ARD-ROLE-DEST       PIC X(20).
         01 WS-ARD-TIT-SRC         PIC X(3).
         01 WS-ARD-TIT-DEST        PIC X(3).
         01 WS-ARD-SRC-PRIS        PIC X(3).

      *> convention de balayage du client connecte (ecran BALAYAGE
      *> DE COMPTES) : registre charge en table et reecrit
         01 WS-BALAYAGE-STATUS     PIC X(2).
         01 WS-BLC-EOF             PIC X(3).
         01 WS-BLC-TABLE.
             05 WS-BLC-ENTRY OCCURS 2000 TIMES.
                10 WS-BLC-IDCLIENT     PIC 9(5).
                10 WS-BLC-COMPTE-SRC   PIC 9(5).
                10 WS-BLC-COMPTE-DEST  PIC 9(5).
                10 WS-BLC-SEUIL-HAUT   PIC 9(7)V99.
                10 WS-BLC-PLANCHER     PIC 9(7)V99.
                10 WS-BLC-MOUV-MIN     PIC 9(5)V99.
                10 WS-BLC-STATUT       PIC X(8).
                10 WS-BLC-DATE-MAJ     PIC X(10).
                10 WS-BLC-DATE-BALAYAGE PIC X(10).
         01 WS-BLC-COUNT           PIC 9(4) VALUE 0.
         01 WS-BLC-IDX             PIC 9(4).
         01 WS-BLC-FOUND-IDX       PIC 9(4) VALUE 0.
         01 WS-BLC-IN-SRC          PIC 9(5).
         01 WS-BLC-IN-DEST         PIC 9(5).
         01 WS-BLC-IN-SEUIL-HAUT   PIC 9(7)V99.
         01 WS-BLC-IN-PLANCHER     PIC 9(7)V99.
         01 WS-BLC-IN-MOUV-MIN     PIC 9(5)V99.
         01 WS-BLC-STATUT-AFF      PIC X(8).
         01 WS-BLC-SRC-AFF         PIC 9(5).
         01 WS-BLC-DEST-AFF        PIC 9(5).
         01 WS-BLC-SEUIL-HAUT-AFF  PIC 9(7)V99.
         01 WS-BLC-PLANCHER-AFF    PIC 9(7)V99.
         01 WS-BLC-MOUV-MIN-AFF    PIC 9(5)V99.
         01 WS-BLC-ROLE-SRC        PIC X(20).
         01 WS-BLC-ROLE-DEST       PIC X(20).
         01 WS-BLC-TIT-SRC         PIC X(3).
         01 WS-BLC-TIT-DEST        PIC X(3).
         01 WS-BLC-SRC-PRIS        PIC X(3).

      *> virement international hors SEPA (ecran VIREMENT
      *> INTERNATIONAL) : saisie, cours client et dernier ordre
         01 WS-INTLVIR-STATUS      PIC X(2).
         01 WS-TAUXCHANGE-STATUS   PIC X(2).
         01 WS-INTLPARM-STATUS     PIC X(2).
         01 WS-VX-EOF              PIC X(3).
         01 WS-VX-IN-COMPTE        PIC 9(5).
         01 WS-VX-IN-NOM           PIC X(35).
         01 WS-VX-IN-ADRESSE       PIC X(35).
         01 WS-VX-IN-CPTBEN        PIC X(34).
         01 WS-VX-IN-BIC           PIC X(11).
         01 WS-VX-IN-BANQUE        PIC X(35).
         01 WS-VX-IN-DEVISE        PIC X(3).
         01 WS-VX-IN-MONTANT       PIC 9(7)V99.
         01 WS-VX-IN-FRAIS         PIC X(3).
         01 WS-VX-IN-LIBELLE       PIC X(30).
      *> marge de change en pour cent, 1.00 par defaut
         01 WS-VX-MARGE            PIC 9V99.
         01 WS-VX-TAUX-TROUVE      PIC X(3).
         01 WS-VX-TAUX-DATE        PIC X(10).
         01 WS-VX-TAUX-JOUR        PIC 9(3)V9(6).
         01 WS-VX-TAUX-CLIENT      PIC 9(3)V9(6).
         01 WS-VX-CONTREVALEUR     PIC 9(9)V99.
         01 WS-VX-MONTANT-EUR      PIC 9(5)V99.
         01 WS-VX-SOLDE            PIC 9(5)V99.
         01 WS-VX-NEWSOLDE         PIC 9(5)V99.
         01 WS-VX-SUCCES           PIC X(3).
         01 WS-VX-ROLE             PIC X(20).
         01 WS-VX-TIT              PIC X(3).
         01 WS-VX-ID               PIC 9(10).
         01 WS-VX-FRAIS-EUR        PIC 9(3)V99.
         01 WS-VX-TAUX-AFF         PIC 9(3)V9(6).
         01 WS-VX-EUR-AFF          PIC 9(5)V99.
         01 WS-VX-FRAIS-AFF        PIC 9(3)V99.
         01 WS-VX-ID-AFF           PIC 9(10).

      *> carte prepayee (ecran CARTE PREPAYEE et achat sur carte
      *> prepayee) : saisie, registre des soldes charge en table
         01 WS-CARTEPREP-STATUS    PIC X(2).
         01 WS-CARTEPREPMVT-STATUS PIC X(2).
         01 WS-PPC-IN-NUMCARTE     PIC X(16).
         01 WS-PPC-IN-MONTANT      PIC 9(5)V99.
         01 WS-PPC-TABLE.
             05 WS-PPC-ENTRY OCCURS 500 TIMES.
                10 WS-PPC-NUMCARTE     PIC X(16).
                10 WS-PPC-COMPTEID     PIC 9(5).
                10 WS-PPC-IDCLIENT     PIC 9(5).
                10 WS-PPC-SOLDE        PIC 9(5)V99.
                10 WS-PPC-RESERVE      PIC 9(5)V99.
                10 WS-PPC-PLAFOND      PIC 9(5)V99.
                10 WS-PPC-DATE-MAJ     PIC X(10).
                10 WS-PPC-STATUT       PIC X(10).
         01 WS-PPC-COUNT           PIC 9(3) VALUE 0.
         01 WS-PPC-IDX             PIC 9(3).
         01 WS-PPC-FOUND-IDX       PIC 9(3).
         01 WS-PPC-EOF             PIC X(3).
         01 WS-PPC-TRONQUE         PIC X(3).
      *> plafond de chargement d'une carte ouverte au premier
      *> chargement
         01 WS-PPC-PLAFOND-DEF     PIC 9(5)V99 VALUE 1500.00.
         01 WS-PPC-CARTE-OK        PIC X(3).
         01 WS-PPC-STATUT-CARTE    PIC X(14).
         01 WS-PPC-DATE-EXPIR      PIC X(10).
         01 WS-PPC-DISPONIBLE      PIC 9(5)V99.
         01 WS-PPC-SOLDE-AFF       PIC 9(5)V99.
         01 WS-PPC-DISPO-AFF       PIC 9(5)V99.
         01 WS-PPC-SOLDE-CPT       PIC 9(5)V99.
         01 WS-PPC-NEWSOLDE        PIC 9(5)V99.
         01 WS-PPC-SUCCES          PIC X(3).
         01 WS-PPC-TYPE-MVT        PIC X(12).
         01 WS-PPC-REFERENCE       PIC X(16).

      *> paiement de facture (ecran PAYER UNE FACTURE) : saisie,
      *> facturier retenu et historique des factures payees
         01 WS-FACTURIERS-STATUS   PIC X(2).
         01 WS-FACTPAY-STATUS      PIC X(2).
         01 WS-FAC-EOF             PIC X(3).
         01 WS-FAC-IN-COMPTE       PIC 9(5).
         01 WS-FAC-IN-CODE         PIC X(6).
         01 WS-FAC-IN-REFERENCE    PIC X(20).
         01 WS-FAC-IN-MONTANT      PIC 9(5)V99.
         01 WS-FAC-TROUVE          PIC X(3).
         01 WS-FAC-NOM             PIC X(30).
         01 WS-FAC-FORMAT          PIC X(20).
         01 WS-FAC-CLE             PIC X(5).
         01 WS-FAC-STATUT          PIC X(10).
         01 WS-FAC-REF-VALIDE      PIC X(3).
         01 WS-FAC-DEJA-PAYEE      PIC X(3).
         01 WS-FAC-ROLE            PIC X(20).
         01 WS-FAC-TIT             PIC X(3).
         01 WS-FAC-TYPEOP          PIC X(20).
         01 WS-FAC-COMM            PIC 9V99.
         01 WS-FAC-LIBELLE-OUT     PIC X(25).
         01 WS-FAC-SOLDE           PIC 9(5)V99.
         01 WS-FAC-NEWSOLDE        PIC 9(5)V99.
         01 WS-FAC-SUCCES          PIC X(3).
         01 WS-FAC-ID              PIC 9(10).
         01 WS-FAC-ID-AFF          PIC 9(10).
         01 WS-FAC-TOTAL-AFF       PIC 9(7)V99.
      *> six derniers paiements du client (au facturier saisi, ou a
      *> tous les facturiers), le plus recent en bas
         01 WS-FAH-TABLE.
             05 WS-FAH-ENTRY OCCURS 6 TIMES.
                10 WS-FAH-DATE         PIC X(10).
                10 WS-FAH-CODE         PIC X(6).
                10 WS-FAH-REFERENCE    PIC X(20).
                10 WS-FAH-MONTANT      PIC 9(5)V99.
                10 WS-FAH-STATUT       PIC X(10).
         01 WS-FAH-COUNT           PIC 9(2).
         01 WS-FAH-IDX             PIC 9(2).

      *> regles des comptes de mineurs (voir mineurcheck) : plafond
      *> carte de la tranche d'age, refus du chequier et du credit
         01 WS-MIN-IDCLIENT        PIC 9(5).
         01 WS-MIN-COMPTEID        PIC 9(5).
         01 WS-MIN-DATE            PIC X(10).
         01 WS-MIN-MINEUR          PIC X(3).
         01 WS-MIN-AGE             PIC 9(2).
         01 WS-MIN-PLAFOND-CARTE   PIC 9(5)V99.
         01 WS-MIN-PLAFOND-RETRAIT PIC 9(5)V99.
         01 WS-MIN-CUMUL-CARTE     PIC 9(7)V99.
         01 WS-MIN-EOF             PIC X(3).

      *> vue du representant legal (ecran COMPTES DE MES ENFANTS) :
      *> mineurs dont le client connecte est le representant, leurs
      *> comptes, le solde et les six dernieres operations du compte
      *> affiche
         01 WS-MINEURS-STATUS      PIC X(2).
         01 WS-COMPTESFILE-STATUS  PIC X(2).
         01 WS-OPJOURNAL-STATUS    PIC X(2).
         01 WS-OPJINDEX-IXST       PIC X(2).
         01 WS-ENM-TABLE.
             05 WS-ENM-ENTRY OCCURS 10 TIMES.
                10 WS-ENM-IDCLIENT     PIC 9(5).
                10 WS-ENM-NAISSANCE    PIC X(10).
         01 WS-ENM-COUNT           PIC 9(2).
         01 WS-ENM-IDX             PIC 9(2).
         01 WS-ENF-TABLE.
             05 WS-ENF-ENTRY OCCURS 20 TIMES.
                10 WS-ENF-COMPTEID     PIC 9(5).
                10 WS-ENF-IDCLIENT     PIC 9(5).
                10 WS-ENF-NAISSANCE    PIC X(10).
         01 WS-ENF-COUNT           PIC 9(2).
         01 WS-ENF-CURRENT         PIC 9(2).
         01 WS-ENF-SOLDE           PIC S9(9)V99.
         01 WS-ENH-TABLE.
             05 WS-ENH-ENTRY OCCURS 6 TIMES.
                10 WS-ENH-DATE         PIC X(10).
                10 WS-ENH-TYPE         PIC X(25).
                10 WS-ENH-SIGNE        PIC X.
                10 WS-ENH-MONTANT      PIC 9(9)V99.
         01 WS-ENH-COUNT           PIC 9(2).
         01 WS-ENH-IDX             PIC 9(2).

      *> ecran MES CONSENTEMENTS MARKETING : consentement en vigueur
      *> par canal (derniere ligne de CONSENT.DAT), date du dernier
      *> changement et reponse saisie
         01 WS-CONSENT-STATUS      PIC X(2).
         01 WS-CS-EOF              PIC X(3).
         01 WS-CS-CANAUX-INIT      PIC X(32)
            VALUE 'EMAIL   SMS     COURRIERAPPLI   '.
         01 WS-CS-CANAUX REDEFINES WS-CS-CANAUX-INIT.
             05 WS-CS-NOM-CANAL OCCURS 4 TIMES PIC X(8).
         01 WS-CS-ETAT.
             05 WS-CS-ENTRY OCCURS 4 TIMES.
                10 WS-CS-ACCORD        PIC X(3).
                10 WS-CS-DATE          PIC X(10).
                10 WS-CS-IN            PIC X(3).
         01 WS-CS-IDX              PIC 9.
         01 WS-CS-CHANGES          PIC 9.

      *> ecran MES ACCES TIERS (DSP2) : saisie d'un consentement,
      *> lignes du client connecte chargees en table pour
      *> l'affichage, DSP2CONSENT.DAT recopie ligne a ligne par
      *> DSP2CONSENT.TMP a chaque autorisation ou revocation
         01 WS-DSP2PRESTA-STATUS   PIC X(2).
         01 WS-DSP2CONSENT-STATUS  PIC X(2).
         01 WS-DTP-EOF             PIC X(3).
         01 WS-DTP-IN-PRESTA       PIC X(8).
         01 WS-DTP-IN-COMPTE       PIC 9(5).
         01 WS-DTP-IN-SOLDES       PIC X(3).
         01 WS-DTP-IN-OPERATIONS   PIC X(3).
         01 WS-DTP-IDCLIENT        PIC 9(5).
         01 WS-DTP-PRESTA-CODE     PIC X(8).
         01 WS-DTP-PRESTA-NOM      PIC X(30).
         01 WS-DTP-PRESTA-STATUT   PIC X(10).
         01 WS-DTP-TABLE.
             05 WS-DTP-ENTRY OCCURS 500 TIMES.
                10 WS-DTP-NUMERO       PIC 9(6).
                10 WS-DTP-CLIENT       PIC 9(5).
                10 WS-DTP-PRESTA       PIC X(8).
                10 WS-DTP-COMPTEID     PIC 9(5).
                10 WS-DTP-SOLDES       PIC X(3).
                10 WS-DTP-OPERATIONS   PIC X(3).
                10 WS-DTP-DATE-DEBUT   PIC X(10).
                10 WS-DTP-DATE-EXPIR   PIC X(10).
                10 WS-DTP-STATUT       PIC X(8).
                10 WS-DTP-DATE-FIN     PIC X(10).
                10 WS-DTP-AVIS         PIC X(3).
      *> consentement affiche, a blanc si le client n'en a aucun
         01 WS-DTP-AFFICHE.
             05 WS-DTP-AFF-NUMERO      PIC X(6).
             05 WS-DTP-AFF-CLIENT      PIC X(5).
             05 WS-DTP-AFF-PRESTA      PIC X(8).
             05 WS-DTP-AFF-COMPTEID    PIC X(5).
             05 WS-DTP-AFF-SOLDES      PIC X(3).
             05 WS-DTP-AFF-OPERATIONS  PIC X(3).
             05 WS-DTP-AFF-DATE-DEBUT  PIC X(10).
             05 WS-DTP-AFF-DATE-EXPIR  PIC X(10).
             05 WS-DTP-AFF-STATUT      PIC X(8).
             05 WS-DTP-AFF-DATE-FIN    PIC X(10).
             05 WS-DTP-AFF-AVIS        PIC X(3).
         01 WS-DTP-COUNT           PIC 9(3) VALUE 0.
         01 WS-DTP-IDX             PIC 9(3).
         01 WS-DTP-CURRENT         PIC 9(3) VALUE 0.
         01 WS-DTP-DERNIER-NUMERO  PIC 9(6).
      *> recopie : A = autorisation (remplace l'acces ACTIF du meme
      *> prestataire sur le meme compte et ajoute le nouveau),
      *> R = revocation du consentement WS-DTP-CIBLE
         01 WS-DTP-MODE            PIC X(1).
         01 WS-DTP-CIBLE           PIC 9(6).
         01 WS-DTP-TROUVE          PIC X(3).
         01 WS-DTP-OUVERT          PIC X(3).
      *> duree de validite d'un consentement DSP2
         01 WS-DTP-VALIDITE        PIC 9(3) VALUE 180.

      *> ecran MES REMISES DE CHEQUES : bordereau en cours de
      *> saisie, REMISECHQ.DAT charge en table et reecrit en entier,
      *> ligne affichee (lignes du client connecte seulement)
         01 WS-REMISECHQ-STATUS    PIC X(2).
         01 WS-RCC-EOF             PIC X(3).
         01 WS-RCC-IDCLIENT        PIC 9(5).
         01 WS-RCC-IN-COMPTE       PIC 9(5).
         01 WS-RCC-IN-NUMCHEQUE    PIC 9(7).
         01 WS-RCC-IN-BANQUE       PIC 9(5).
         01 WS-RCC-IN-TIREUR       PIC X(30).
         01 WS-RCC-IN-MONTANT      PIC 9(5)V99.
         01 WS-RCC-TABLE.
             05 WS-RCC-ENTRY OCCURS 3000 TIMES.
                10 WS-RCC-NUMERO       PIC 9(7).
                10 WS-RCC-BORD         PIC 9(7).
                10 WS-RCC-COMPTEID     PIC 9(5).
                10 WS-RCC-CLIENT       PIC 9(5).
                10 WS-RCC-NUMCHEQUE    PIC 9(7).
                10 WS-RCC-BANQUE       PIC 9(5).
                10 WS-RCC-TIREUR       PIC X(30).
                10 WS-RCC-MONTANT      PIC 9(5)V99.
                10 WS-RCC-CANAL        PIC X(8).
                10 WS-RCC-OPERATEUR    PIC X(8).
                10 WS-RCC-DATE-REMISE  PIC X(10).
                10 WS-RCC-DATE-VALEUR  PIC X(10).
                10 WS-RCC-DATE-DISPO   PIC X(10).
                10 WS-RCC-STATUT       PIC X(10).
                10 WS-RCC-DATE-ENVOI   PIC X(10).
                10 WS-RCC-DATE-IMPAYE  PIC X(10).
                10 WS-RCC-MOTIF-IMPAYE PIC X(25).
         01 WS-RCC-COUNT           PIC 9(4) VALUE 0.
         01 WS-RCC-IDX             PIC 9(4).
         01 WS-RCC-CURRENT         PIC 9(4) VALUE 0.
         01 WS-RCC-NEW             PIC 9(4).
         01 WS-RCC-DERNIER         PIC 9(7).
         01 WS-RCC-DERNIER-BORD    PIC 9(7).
         01 WS-RCC-PLEIN           PIC X(3).
         01 WS-RCC-TODAY-ISO       PIC X(10).
         01 WS-RCC-BORDEREAU       PIC 9(7) VALUE 0.
         01 WS-RCC-BORD-COMPTE     PIC 9(5).
         01 WS-RCC-NB              PIC 9(4).
         01 WS-RCC-TOTAL           PIC 9(7)V99.
         01 WS-RCC-AFF-NB          PIC ZZZ9.
         01 WS-RCC-AFF-TOTAL       PIC ZZZZZZ9.99.
         01 WS-RCC-AFF-BORDEREAU   PIC 9(7).
         01 WS-RCC-AFF-NUMCHEQUE   PIC 9(7).
         01 WS-RCC-AFF-MONTANT     PIC ZZZZ9.99.
         01 WS-RCC-AFF-STATUT      PIC X(10).
         01 WS-RCC-AFF-DISPO       PIC X(10).
         01 WS-DTP-TODAY-ISO       PIC X(10).
         01 WS-DTP-EXPIR-YYYYMMDD  PIC 9(8).
         01 WS-DTP-EXPIR-ISO       PIC X(10).

      *> ecran MES ATTESTATIONS ET RIB : document emis par attestdoc
      *> au nom du client connecte, qui doit etre titulaire du compte
         01 WS-DOC-COMPTE          PIC 9(5).
         01 WS-DOC-TYPE            PIC X(1).
         01 WS-DOC-DATE            PIC X(10).
         01 WS-DOC-EMETTEUR        PIC X(8) VALUE 'CLIENT'.
         01 WS-DOC-DEMANDEUR       PIC 9(5).
         01 WS-DOC-IBAN            PIC X(34).
         01 WS-DOC-NUMERO          PIC 9(7).
         01 WS-DOC-RESULTAT        PIC X(3).
         01 WS-DOC-MESSAGE         PIC X(50).
         01 SQL-DETAIL-LINE.
           05 DET-START           PIC X(89) VALUE 
       'INSERT INTO OPERATIONS (TYPE,LIBELLE,MONTANT,COMPTEID,IDCLIENT,
          05 FILLER              PIC X(3) VALUE "',".
          05 DET-MONTANT         PIC X(8). 
          05 FILLER              PIC X VALUE ','.
          05 DET-COMPTEID        PIC 9(5).
          05 FILLER              PIC X VALUE ','.
          05 DET-CLIENTID        PIC 9(5). 
          05 FILLER              PIC X(2) VALUE ",'".
          05 DET-DATEOP          PIC X(10).
          05 FILLER              PIC X(16) VALUE "','EN ATTENTE');".
              05 DET-uP-SOMME        PIC 9(5).99.
              05 FILLER              VALUE 
              ' WHERE COMPTEID = '.
              05 DET-UP-COMPTEID     PIC 9(5).
              05 FILLER              PIC X VALUE ";".
         

      *> colors
       COPY SCREENIO.
      
      *> cloture des intentions de postage d'un mouvement sans
      *> ligne journal, voir le module postintent
       01 WS-PI-ACTION          PIC X VALUE 'T'.
       01 WS-PI-MODULE          PIC X(20) VALUE 'activity2client'.
       01 WS-PI-COMPTEID        PIC 9(5).
       01 WS-PI-AVANT           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-APRES           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-SEQ             PIC 9(10) VALUE ZEROES.

      *> fenetre de traitement de nuit (module fenetrenuit) : OUVERTE,
      *> depot et virements partent dans la file OPATTENTE.DAT
       01 WS-FN-ACTION          PIC X.
       01 WS-FN-ETAT            PIC X(10).
       01 WS-FN-ETAPE           PIC X(12).
       01 WS-FN-TRAITES         PIC 9(9).
       01 WS-OPATTENTE-STATUS   PIC X(2).

       SCREEN SECTION.
      
       01 WELCOME-SCREEN.
            05 FILLER LINE 10 COLUMN 1
            VALUE "IDENTIFIANT CLIENT:"
            FOREGROUND-COLOR COB-COLOR-GREEN.
            05 FILLER PIC 9(5) TO L-CLIENT-ID
            LINE 10 COLUMN 22
            FOREGROUND-COLOR COB-COLOR-GREEN.
            05 FILLER LINE 12 COLUMN 1
           05 FILLER PIC X(4) TO WS-PIN-SAISI SECURE
           LINE 7 COLUMN 38
           FOREGROUND-COLOR COB-COLOR-GREEN.
           05 FILLER LINE 8 COLUMN 1
           VALUE "CARTE PREPAYEE (FACULTATIF) :"
           FOREGROUND-COLOR COB-COLOR-GREEN.
           05 FILLER PIC X(16) TO WS-PPC-IN-NUMCARTE
           LINE 8 COLUMN 38
           FOREGROUND-COLOR COB-COLOR-GREEN.
           05 FILLER LINE 9 COLUMN 1
           VALUE "SOLDE COMPTABLE :"
           FOREGROUND-COLOR COB-COLOR-GREEN.
           05 FILLER PIC -Z(8)9.99 FROM WS-DSP-SOLDE
           LINE 9 COLUMN 38
           FOREGROUND-COLOR COB-COLOR-WHITE.
           05 FILLER LINE 10 COLUMN 1
           VALUE "SOLDE DISPONIBLE :"
           FOREGROUND-COLOR COB-COLOR-GREEN.
           05 FILLER PIC -Z(8)9.99 FROM WS-DSP-DISPONIBLE
           LINE 10 COLUMN 38
           FOREGROUND-COLOR COB-COLOR-WHITE.
           05 FILLER PIC X(50) FROM WSMSG
           LINE 15 COLUMN 1
           FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 5 COLUMN 1
             VALUE "ID DU CLIENT A SUPPRIMER:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO C-DELETE-CLIENTID
             LINE 5 COLUMN 30
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          05 FILLER LINE 5 COLUMN 1
             VALUE "COMPTE A CLOTURER:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM L-COMPTE-ID
             LINE 5 COLUMN 25
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          05 FILLER LINE 15 COLUMN 40
          VALUE "F15 - VIREMENT A DATE FUTURE"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 14 COLUMN 40
          VALUE "F16 - AUTRES SERVICES"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 SERVICES2-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "AUTRES SERVICES"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "F1 - DEMANDER UN PRET"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "F2 - MA RESERVE (CREDIT RENOUVELABLE)"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "F3 - MES AVANTAGES"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "F4 - EPARGNE ARRONDI"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "F5 - BALAYAGE DE COMPTES (COURANT / LIVRET)"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "F6 - VIREMENT INTERNATIONAL (HORS SEPA)"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 12 COLUMN 1
          VALUE "F7 - CARTE PREPAYEE (CHARGER / DECHARGER)"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 13 COLUMN 1
          VALUE "F8 - PAYER UNE FACTURE"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 14 COLUMN 1
          VALUE "F9 - COMPTES DE MES ENFANTS (REPRESENTANT LEGAL)"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 16 COLUMN 1
          VALUE "F11 - MES CONSENTEMENTS MARKETING"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 17 COLUMN 1
          VALUE "F12 - MES ATTESTATIONS ET RIB"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 16 COLUMN 40
          VALUE "F13 - MES ACCES TIERS (DSP2)"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 17 COLUMN 40
          VALUE "F14 - MES REMISES DE CHEQUES"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F10 - Revenir aux services"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 DOCUMENTS-CLIENT-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES ATTESTATIONS ET RIB"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) USING WS-DOC-COMPTE
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "DOCUMENT (R/T/S) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(1) TO WS-DOC-TYPE
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "R RIB  T ATTESTATION DE DETENTION  S SOLDE A UNE DATE"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "DATE DU SOLDE (AAAA-MM-JJ) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-DOC-DATE
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "Le document est depose dans vos editions, avec"
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "un numero et une cle verifiables par votre agence."
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WS-DOC-MESSAGE
          LINE 14 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 - Demander le document  F10 - Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CONSENTEMENTS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES CONSENTEMENTS MARKETING"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "Acceptez-vous de recevoir nos offres commerciales ?"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "CANAL          ACTUEL  DEPUIS LE   REPONSE (OUI/NON)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 8 COLUMN 1
          VALUE "EMAIL"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) FROM WS-CS-ACCORD(1)
          LINE 8 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CS-DATE(1)
          LINE 8 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) TO WS-CS-IN(1)
          LINE 8 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "SMS"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) FROM WS-CS-ACCORD(2)
          LINE 9 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CS-DATE(2)
          LINE 9 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) TO WS-CS-IN(2)
          LINE 9 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "COURRIER"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) FROM WS-CS-ACCORD(3)
          LINE 10 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CS-DATE(3)
          LINE 10 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) TO WS-CS-IN(3)
          LINE 10 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "APPLICATION"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) FROM WS-CS-ACCORD(4)
          LINE 11 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CS-DATE(4)
          LINE 11 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) TO WS-CS-IN(4)
          LINE 11 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 ACCES-TIERS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES ACCES TIERS (DSP2)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "Autoriser un prestataire a consulter un compte (180 j)"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 1
          VALUE "PRESTATAIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) TO WS-DTP-IN-PRESTA
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-DTP-IN-COMPTE
          LINE 6 COLUMN 64
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "SOLDE (OUI/NON) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-DTP-IN-SOLDES
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 40
          VALUE "OPERATIONS (OUI/NON) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-DTP-IN-OPERATIONS
          LINE 7 COLUMN 64
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "NUMERO PRESTA.  COMPTE SOLDE OPER. DEPUIS LE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 9 COLUMN 47
          VALUE "JUSQU'AU   STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(6) FROM WS-DTP-AFF-NUMERO
          LINE 10 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(8) FROM WS-DTP-AFF-PRESTA
          LINE 10 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(5) FROM WS-DTP-AFF-COMPTEID
          LINE 10 COLUMN 17
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) FROM WS-DTP-AFF-SOLDES
          LINE 10 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) FROM WS-DTP-AFF-OPERATIONS
          LINE 10 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-DTP-AFF-DATE-DEBUT
          LINE 10 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-DTP-AFF-DATE-EXPIR
          LINE 10 COLUMN 47
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(8) FROM WS-DTP-AFF-STATUT
          LINE 10 COLUMN 58
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-DTP-PRESTA-NOM
          LINE 11 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Autoriser F2-Suivant F3-Revoquer F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 REMISE-CHEQUES-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES REMISES DE CHEQUES"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "Cheques d'autres banques, a deposer en agence"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE A CREDITER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) USING WS-RCC-IN-COMPTE
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "NUMERO DU CHEQUE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7) TO WS-RCC-IN-NUMCHEQUE
          LINE 6 COLUMN 64
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "BANQUE TIREE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-RCC-IN-BANQUE
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 40
          VALUE "MONTANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-RCC-IN-MONTANT
          LINE 7 COLUMN 64
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "TIREUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) TO WS-RCC-IN-TIREUR
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "BORDEREAU EN COURS :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7) FROM WS-RCC-BORDEREAU
          LINE 9 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZZ9 FROM WS-RCC-AFF-NB
          LINE 9 COLUMN 34
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 39
          VALUE "CHEQUE(S), TOTAL"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC ZZZZZZ9.99 FROM WS-RCC-AFF-TOTAL
          LINE 9 COLUMN 56
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 1
          VALUE "BORDEREAU CHEQUE   MONTANT  STATUT     DISPONIBLE LE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(7) FROM WS-RCC-AFF-BORDEREAU
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(7) FROM WS-RCC-AFF-NUMCHEQUE
          LINE 12 COLUMN 11
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZZZ9.99 FROM WS-RCC-AFF-MONTANT
          LINE 12 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-RCC-AFF-STATUT
          LINE 12 COLUMN 29
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-RCC-AFF-DISPO
          LINE 12 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Ajouter F2-Nouv. bordereau F3-Suivante F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 DEMANDE-PRET-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "DEMANDER UN PRET"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "MONTANT SOUHAITE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-PDM-IN-MONTANT
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "DUREE EN MOIS :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3) TO WS-PDM-IN-DUREE
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "OBJET DU PRET :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) TO WS-PDM-IN-OBJET
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "MES DEMANDES :"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(10) FROM WS-PDM-DEMID(WS-PDM-CURRENT)
          LINE 11 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-PDM-DATE-DEMANDE(WS-PDM-CURRENT)
          LINE 11 COLUMN 13
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(7)V99 FROM WS-PDM-MONTANT(WS-PDM-CURRENT)
          LINE 11 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(3) FROM WS-PDM-DUREE-MOIS(WS-PDM-CURRENT)
          LINE 11 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-PDM-STATUT(WS-PDM-CURRENT)
          LINE 11 COLUMN 41
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-PDM-MOTIF(WS-PDM-CURRENT)
          LINE 12 COLUMN 13
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Deposer F2-Demande suivante F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 RESERVE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MA RESERVE (CREDIT RENOUVELABLE)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "RESERVE NUMERO :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-CRV-LIGNEID
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 6 COLUMN 40
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-CRV-STATUT
          LINE 6 COLUMN 50
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "PLAFOND AUTORISE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-CRV-PLAFOND
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "MONTANT UTILISE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-CRV-UTILISE
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "MONTANT DISPONIBLE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-CRV-DISPONIBLE
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 10 COLUMN 1
          VALUE "INTERETS DU DERNIER MOIS :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 FROM WS-CRV-INTERETS
          LINE 10 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "MONTANT A TIRER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-CRV-IN-MONTANT
          LINE 12 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Tirer sur la reserve F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 AVANTAGES-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES AVANTAGES (CASHBACK PARTENAIRES)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "ACQUIS, A VERSER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-AVT-ACQUIS
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "EN ATTENTE (CONTESTATION) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-AVT-SUSPENDU
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "DEJA CREDITE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-AVT-CREDITE
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "EXPIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-AVT-EXPIRE
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 1
          VALUE "ACHAT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(3) FROM WS-AVT-CURRENT
          LINE 11 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER VALUE "SUR"
          LINE 11 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(3) FROM WS-AVT-COUNT
          LINE 11 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-AVT-DATE-ACHAT(WS-AVT-CURRENT)
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(15) FROM WS-AVT-MAGASIN(WS-AVT-CURRENT)
          LINE 12 COLUMN 13
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(7)V99 FROM WS-AVT-ACHAT(WS-AVT-CURRENT)
          LINE 12 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)V99 FROM WS-AVT-MONTANT(WS-AVT-CURRENT)
          LINE 12 COLUMN 41
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-AVT-STATUT(WS-AVT-CURRENT)
          LINE 12 COLUMN 50
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F2-Achat suivant F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 ARRONDI-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "EPARGNE ARRONDI"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "Achats carte arrondis a l'euro, l'ecart va en epargne"
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) FROM WS-ARD-STATUT-AFF
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "COMPTE COURANT DEBITE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-ARD-IN-SRC
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 40
          VALUE "ACTUEL :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-ARD-SRC-AFF
          LINE 8 COLUMN 50
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "COMPTE D'EPARGNE CREDITE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-ARD-IN-DEST
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 40
          VALUE "ACTUEL :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-ARD-DEST-AFF
          LINE 9 COLUMN 50
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Activer/Modifier F2-Arreter F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 BALAYAGE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "BALAYAGE DE COMPTES (COURANT / LIVRET)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) FROM WS-BLC-STATUT-AFF
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 6 COLUMN 45
          VALUE "ACTUEL"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "COMPTE COURANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-BLC-IN-SRC
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-BLC-SRC-AFF
          LINE 7 COLUMN 45
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "LIVRET :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-BLC-IN-DEST
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-BLC-DEST-AFF
          LINE 8 COLUMN 45
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "SEUIL HAUT DU COURANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-BLC-IN-SEUIL-HAUT
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-BLC-SEUIL-HAUT-AFF
          LINE 9 COLUMN 45
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 10 COLUMN 1
          VALUE "PLANCHER DU COURANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-BLC-IN-PLANCHER
          LINE 10 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-BLC-PLANCHER-AFF
          LINE 10 COLUMN 45
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 1
          VALUE "MOUVEMENT MINIMUM :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-BLC-IN-MOUV-MIN
          LINE 11 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 FROM WS-BLC-MOUV-MIN-AFF
          LINE 11 COLUMN 45
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Activer/Modifier F2-Arreter F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 VIREMENT-INTL-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "VIREMENT INTERNATIONAL (HORS SEPA)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE A DEBITER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-VX-IN-COMPTE
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "BENEFICIAIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(35) TO WS-VX-IN-NOM
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "ADRESSE BENEFICIAIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(35) TO WS-VX-IN-ADRESSE
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "COMPTE BENEFICIAIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(34) TO WS-VX-IN-CPTBEN
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "BIC BANQUE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(11) TO WS-VX-IN-BIC
          LINE 10 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "NOM DE LA BANQUE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(35) TO WS-VX-IN-BANQUE
          LINE 11 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 12 COLUMN 1
          VALUE "DEVISE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-VX-IN-DEVISE
          LINE 12 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 13 COLUMN 1
          VALUE "MONTANT EN DEVISE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-VX-IN-MONTANT
          LINE 13 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 14 COLUMN 1
          VALUE "FRAIS (OUR/SHA/BEN) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-VX-IN-FRAIS
          LINE 14 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 15 COLUMN 1
          VALUE "LIBELLE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) TO WS-VX-IN-LIBELLE
          LINE 15 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 17 COLUMN 1
          VALUE "COURS APPLIQUE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3)V9(6) FROM WS-VX-TAUX-AFF
          LINE 17 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 18 COLUMN 1
          VALUE "DEBITE EN EUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 FROM WS-VX-EUR-AFF
          LINE 18 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 19 COLUMN 1
          VALUE "FRAIS EN EUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3)V99 FROM WS-VX-FRAIS-AFF
          LINE 19 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 20 COLUMN 1
          VALUE "REFERENCE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(10) FROM WS-VX-ID-AFF
          LINE 20 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 22 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 23 COLUMN 1
          VALUE "F1-Emettre F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 23 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 CARTE-PREPAYEE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "CARTE PREPAYEE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "NUMERO DE CARTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(16) TO WS-PPC-IN-NUMCARTE
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "MONTANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-PPC-IN-MONTANT
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "SOLDE DE LA CARTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 FROM WS-PPC-SOLDE-AFF
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 10 COLUMN 1
          VALUE "DISPONIBLE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 FROM WS-PPC-DISPO-AFF
          LINE 10 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 1
          VALUE "COMPTE DE FINANCEMENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM L-COMPTE-ID
          LINE 11 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Charger F2-Decharger F3-Consulter F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 PAYER-FACTURE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "PAYER UNE FACTURE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE A DEBITER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-FAC-IN-COMPTE
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "CODE FACTURIER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(6) TO WS-FAC-IN-CODE
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "REFERENCE DE LA FACTURE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) TO WS-FAC-IN-REFERENCE
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "MONTANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-FAC-IN-MONTANT
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "FACTURIER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) FROM WS-FAC-NOM
          LINE 11 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "FORME DE LA REFERENCE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) FROM WS-FAC-FORMAT
          LINE 12 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(5) FROM WS-FAC-CLE
          LINE 12 COLUMN 52
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 13 COLUMN 1
          VALUE "REFERENCE DU PAIEMENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(10) FROM WS-FAC-ID-AFF
          LINE 13 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 14 COLUMN 1
          VALUE "TOTAL PAYE (HISTORIQUE) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-FAC-TOTAL-AFF
          LINE 14 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 15 COLUMN 1
          VALUE "DATE       FACTUR REFERENCE            MONTANT  STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(10) FROM WS-FAH-DATE(1)
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-FAH-CODE(1)
          LINE 16 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(20) FROM WS-FAH-REFERENCE(1)
          LINE 16 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)V99 FROM WS-FAH-MONTANT(1)
          LINE 16 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-STATUT(1)
          LINE 16 COLUMN 49
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-DATE(2)
          LINE 17 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-FAH-CODE(2)
          LINE 17 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(20) FROM WS-FAH-REFERENCE(2)
          LINE 17 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)V99 FROM WS-FAH-MONTANT(2)
          LINE 17 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-STATUT(2)
          LINE 17 COLUMN 49
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-DATE(3)
          LINE 18 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-FAH-CODE(3)
          LINE 18 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(20) FROM WS-FAH-REFERENCE(3)
          LINE 18 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)V99 FROM WS-FAH-MONTANT(3)
          LINE 18 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-STATUT(3)
          LINE 18 COLUMN 49
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-DATE(4)
          LINE 19 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-FAH-CODE(4)
          LINE 19 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(20) FROM WS-FAH-REFERENCE(4)
          LINE 19 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)V99 FROM WS-FAH-MONTANT(4)
          LINE 19 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-STATUT(4)
          LINE 19 COLUMN 49
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-DATE(5)
          LINE 20 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-FAH-CODE(5)
          LINE 20 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(20) FROM WS-FAH-REFERENCE(5)
          LINE 20 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)V99 FROM WS-FAH-MONTANT(5)
          LINE 20 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-STATUT(5)
          LINE 20 COLUMN 49
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-DATE(6)
          LINE 21 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-FAH-CODE(6)
          LINE 21 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(20) FROM WS-FAH-REFERENCE(6)
          LINE 21 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)V99 FROM WS-FAH-MONTANT(6)
          LINE 21 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FAH-STATUT(6)
          LINE 21 COLUMN 49
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 22 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 23 COLUMN 1
          VALUE "F1-Payer F2-Historique F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 23 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 COMPTES-ENFANTS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "COMPTES DE MES ENFANTS"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-ENF-COMPTEID(WS-ENF-CURRENT)
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 6 COLUMN 40
          VALUE "SUR"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) FROM WS-ENF-COUNT
          LINE 6 COLUMN 44
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "CLIENT MINEUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-ENF-IDCLIENT(WS-ENF-CURRENT)
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "NE(E) LE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-ENF-NAISSANCE(WS-ENF-CURRENT)
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "SOLDE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC -Z(8)9.99 FROM WS-ENF-SOLDE
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 1
          VALUE "DATE       OPERATION                   MONTANT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(10) FROM WS-ENH-DATE(1)
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(25) FROM WS-ENH-TYPE(1)
          LINE 12 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X FROM WS-ENH-SIGNE(1)
          LINE 12 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z(8)9.99 FROM WS-ENH-MONTANT(1)
          LINE 12 COLUMN 39
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-ENH-DATE(2)
          LINE 13 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(25) FROM WS-ENH-TYPE(2)
          LINE 13 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X FROM WS-ENH-SIGNE(2)
          LINE 13 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z(8)9.99 FROM WS-ENH-MONTANT(2)
          LINE 13 COLUMN 39
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-ENH-DATE(3)
          LINE 14 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(25) FROM WS-ENH-TYPE(3)
          LINE 14 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X FROM WS-ENH-SIGNE(3)
          LINE 14 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z(8)9.99 FROM WS-ENH-MONTANT(3)
          LINE 14 COLUMN 39
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-ENH-DATE(4)
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(25) FROM WS-ENH-TYPE(4)
          LINE 15 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X FROM WS-ENH-SIGNE(4)
          LINE 15 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z(8)9.99 FROM WS-ENH-MONTANT(4)
          LINE 15 COLUMN 39
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-ENH-DATE(5)
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(25) FROM WS-ENH-TYPE(5)
          LINE 16 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X FROM WS-ENH-SIGNE(5)
          LINE 16 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z(8)9.99 FROM WS-ENH-MONTANT(5)
          LINE 16 COLUMN 39
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-ENH-DATE(6)
          LINE 17 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(25) FROM WS-ENH-TYPE(6)
          LINE 17 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X FROM WS-ENH-SIGNE(6)
          LINE 17 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z(8)9.99 FROM WS-ENH-MONTANT(6)
          LINE 17 COLUMN 39
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 19 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 21 COLUMN 1
          VALUE "F1-Compte suivant F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 21 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 MES-CARTES-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES CARTES"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "CARTE"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) FROM WS-MC-CURRENT
          LINE 5 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER VALUE "SUR"
          LINE 5 COLUMN 11
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) FROM WS-MC-COUNT
          LINE 5 COLUMN 15
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "NUMERO :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(16) FROM WS-MC-NUMCARTE(WS-MC-CURRENT)
          LINE 7 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-MC-COMPTEID(WS-MC-CURRENT)
          LINE 8 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(14) FROM WS-MC-STATUT(WS-MC-CURRENT)
          LINE 9 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 10 COLUMN 1
          VALUE "EXPIRE LE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-MC-DATE-EXPIR(WS-MC-CURRENT)
          LINE 10 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 1
          VALUE "TYPE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-MC-TYPE-CARTE(WS-MC-CURRENT)
          LINE 11 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Suiv F2-Geler F3-Debl F4-Rempl F5-PIN F10-Rev"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 DEPOT-TERME-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "OUVRIR UN DEPOT A TERME"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "MONTANT A BLOQUER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-DT-MONTANT
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "TAUX ANNUEL (99.99) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2)V99 TO WS-DT-TAUX
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "DUREE EN MOIS :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3) TO WS-DT-DUREE-MOIS
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "A L'ECHEANCE (R=RENOUVELER C=CLORE) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-DT-RENOUV
          LINE 9 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Valider - F10 : Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 ALERTES-PREF-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES SEUILS D'ALERTE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "SEUIL SOLDE BAS :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-AP-IN-SEUIL-BAS
          LINE 6 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "ALERTE SOLDE BAS (OUI/NON) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-AP-IN-FLAG-BAS
          LINE 7 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "SEUIL GROS DEBIT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-AP-IN-SEUIL-GROS
          LINE 8 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "ALERTE GROS DEBIT (OUI/NON) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-AP-IN-FLAG-DEBIT
          LINE 9 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Enregistrer - F10 : Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 ANCIENS-RELEVES-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES ANCIENS RELEVES"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "RELEVE"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) FROM WS-RIX-CURRENT
          LINE 5 COLUMN 9
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER VALUE "SUR"
          LINE 5 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) FROM WS-RIX-COUNT
          LINE 5 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-RIX-COMPTEID(WS-RIX-CURRENT)
          LINE 7 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "PERIODE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(6) FROM WS-RIX-PERIODE(WS-RIX-CURRENT)
          LINE 8 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "FICHIER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(40) FROM WS-RIX-FILENAME(WS-RIX-CURRENT)
          LINE 9 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Suivant F2-Reafficher ce releve F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 BENEFICIAIRES-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES BENEFICIAIRES"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "BENEFICIAIRE"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) FROM WS-BEN-CURRENT
          LINE 5 COLUMN 15
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "NOM :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) FROM WS-BEN-NOM(WS-BEN-CURRENT)
          LINE 7 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "IBAN :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(34) FROM WS-BEN-IBAN(WS-BEN-CURRENT)
          LINE 8 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "AJOUTE LE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-BEN-DATE-AJOUT(WS-BEN-CURRENT)
          LINE 9 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 10 COLUMN 1
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-BEN-STATUT(WS-BEN-CURRENT)
          LINE 10 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "NOUVEAU - NOM :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) TO WS-BEN-IN-NOM
          LINE 12 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 13 COLUMN 1
          VALUE "IBAN :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(34) TO WS-BEN-IN-IBAN
          LINE 13 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Suivant F2-Ajouter F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 VIREMENTS-PERM-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES VIREMENTS PERMANENTS"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "ORDRE"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) FROM WS-SOV-CURRENT
          LINE 5 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER VALUE "SUR"
          LINE 5 COLUMN 11
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) FROM WS-SOV-COUNT
          LINE 5 COLUMN 15
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 6 COLUMN 1
          VALUE "ID / STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3) FROM WS-SOV-ORDREID(WS-SOV-CURRENT)
          LINE 6 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-SOV-STATUT(WS-SOV-CURRENT)
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "MONTANT / JOUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 FROM WS-SOV-MONTANT(WS-SOV-CURRENT)
          LINE 7 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 99 FROM WS-SOV-JOUR-EXEC(WS-SOV-CURRENT)
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "DESTINATION :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-SOV-COMPTE-DEST(WS-SOV-CURRENT)
          LINE 8 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(34) FROM WS-SOV-IBAN-DEST(WS-SOV-CURRENT)
          LINE 8 COLUMN 26
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 10 COLUMN 1
          VALUE "SAISIE - MONTANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-SOV-IN-MONTANT
          LINE 10 COLUMN 22
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "JOUR DU MOIS :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 99 TO WS-SOV-IN-JOUR
          LINE 11 COLUMN 22
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 12 COLUMN 1
          VALUE "COMPTE DEST :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-SOV-IN-COMPTE-DEST
          LINE 12 COLUMN 22
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 12 COLUMN 30
          VALUE "CLIENT DEST :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-SOV-IN-CLIENT-DEST
          LINE 12 COLUMN 45
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 13 COLUMN 1
          VALUE "IBAN DEST (SI AUTRE BANQUE) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(34) TO WS-SOV-IN-IBAN-DEST
          LINE 13 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Suiv F2-Creer F3-Modif F4-Susp F5-Annul F10-Rev"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 MES-MANDATS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES MANDATS DE PRELEVEMENT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "MANDAT"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) FROM WS-MDC-CURRENT
          LINE 5 COLUMN 9
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER VALUE "SUR"
          LINE 5 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) FROM WS-MDC-COUNT
          LINE 5 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "REFERENCE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(16) FROM WS-MDC-REFERENCE(WS-MDC-CURRENT)
          LINE 7 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "CREANCIER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) FROM WS-MDC-CREANCIER(WS-MDC-CURRENT)
          LINE 8 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "COMPTE / STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-MDC-COMPTEID(WS-MDC-CURRENT)
          LINE 9 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-MDC-STATUT(WS-MDC-CURRENT)
          LINE 9 COLUMN 26
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Suivant F2-Bloquer ce creancier F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CONTESTER-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "CONTESTER L'OPERATION AFFICHEE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CODE MOTIF (FRA=FRAUDE DUP=DOUBLE AUT=AUTRE) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-CT-MOTIF
          LINE 6 COLUMN 50
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "SENS DE L'OPERATION (+ OU -) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-CT-SENS
          LINE 7 COLUMN 50
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "COMMENTAIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(40) TO WS-CT-COMMENTAIRE
          LINE 9 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Deposer - F10 : Annuler"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 APPROUVER-CONJOINT-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "DEBITS EN ATTENTE D'APPROBATION CONJOINTE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE / DEMANDEUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-COA-COMPTEID(WS-COA-CURRENT)
          LINE 6 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-COA-DEMANDEUR(WS-COA-CURRENT)
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "MONTANT / DATE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 FROM WS-COA-MONTANT(WS-COA-CURRENT)
          LINE 7 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-COA-DATE(WS-COA-CURRENT)
          LINE 7 COLUMN 34
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-COA-STATUT(WS-COA-CURRENT)
          LINE 8 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Suivant F2-Approuver F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 VIREMENT-PROG-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "PROGRAMMER UN VIREMENT A DATE FUTURE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "RANG DU BENEFICIAIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) TO WS-VPG-IN-BEN
          LINE 6 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "MONTANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-VPG-IN-MONTANT
          LINE 7 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "LIBELLE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-VPG-IN-LIBELLE
          LINE 8 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "DATE D'EXECUTION (AAAA-MM-JJ) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-VPG-IN-DATE
          LINE 9 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "ID DU VIREMENT A ANNULER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(10) TO WS-VPG-IN-ANNULER
          LINE 11 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Programmer F2-Annuler F10-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 RECHERCHE-OP-SCREEN.
          05 FILLER LINE 2 COLUMN 1
          VALUE "RECHERCHER DANS MES OPERATIONS"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 3 COLUMN 1
          VALUE "LIBELLE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) TO WS-SRO-LIBELLE
          LINE 3 COLUMN 11
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 3 COLUMN 33
          VALUE "TYPE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(25) TO WS-SRO-TYPE
          LINE 3 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MONTANT DE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(8)V99 TO WS-SRO-MONTANT-MIN
          LINE 4 COLUMN 13
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 4 COLUMN 25
          VALUE "A :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(8)V99 TO WS-SRO-MONTANT-MAX
          LINE 4 COLUMN 29
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 5 COLUMN 1
          VALUE "DU :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-SRO-DATE-DEBUT
          LINE 5 COLUMN 6
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 5 COLUMN 18
          VALUE "AU :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-SRO-DATE-FIN
          LINE 5 COLUMN 23
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 5 COLUMN 35
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) TO WS-SRO-STATUSOP
          LINE 5 COLUMN 44
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(75) FROM WS-SRO-AFF(1)
          LINE 7 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-SRO-AFF(2)
          LINE 8 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-SRO-AFF(3)
          LINE 9 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-SRO-AFF(4)
          LINE 10 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-SRO-AFF(5)
          LINE 11 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-SRO-AFF(6)
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-SRO-AFF(7)
          LINE 13 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-SRO-AFF(8)
          LINE 14 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-SRO-AFF(9)
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-SRO-AFF(10)
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 17 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Rechercher - F10 : Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CATEGORIES-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MES DEPENSES PAR CATEGORIE (MOIS COURANT)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(30) FROM WS-OCG-AFF(1)
          LINE 6 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-OCG-AFF(2)
          LINE 7 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-OCG-AFF(3)
          LINE 8 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-OCG-AFF(4)
          LINE 9 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-OCG-AFF(5)
          LINE 10 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-OCG-AFF(6)
          LINE 11 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-OCG-AFF(7)
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-OCG-AFF(8)
          LINE 13 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F10 : Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 OPPOSITION-CHQ-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "OPPOSITION SUR CHEQUE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-CHO-COMPTE
          LINE 6 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "NUMERO DE CHEQUE (DEBUT) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7) TO WS-CHO-NUM-DEBUT
          LINE 7 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "NUMERO DE FIN (0 = UN SEUL) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7) TO WS-CHO-NUM-FIN
          LINE 8 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "MOTIF (VOL, PERTE...) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(25) TO WS-CHO-MOTIF
          LINE 9 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Valider - F10 : Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CHANGE-PIN-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "CHANGER LE CODE PIN DE LA CARTE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "ANCIEN CODE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(4) TO WS-PIN-ANCIEN SECURE
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "NOUVEAU CODE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(4) TO WS-PIN-NOUVEAU SECURE
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "CONFIRMER LE NOUVEAU :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(4) TO WS-PIN-CONFIRME SECURE
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Valider - F10 : Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 VIREMENT-INTERNE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "VIREMENT ENTRE MES COMPTES"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE A DEBITER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-VI-COMPTE-SRC
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "COMPTE A CREDITER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-VI-COMPTE-DEST
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "MONTANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-VI-MONTANT
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "LIBELLE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-VI-LIBELLE
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Valider - F10 : Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-ACTIVITY2TEST SECTION.
      *>------------------------------------------------------------------------
      
          OPEN OUTPUT GENERESQL.
           OPEN OUTPUT  GENERUPDATE.
           COMPUTE MOUSE-FLAGS = COB-AUTO-MOUSE-HANDLING
                   + COB-ALLOW-LEFT-DOWN  + COB-ALLOW-MIDDLE-DOWN  
                    + COB-ALLOW-RIGHT-DOWN
                   + COB-ALLOW-LEFT-UP     + COB-ALLOW-MIDDLE-UP    
                    + COB-ALLOW-RIGHT-UP
                    + COB-ALLOW-LEFT-DOUBLE + COB-ALLOW-MIDDLE-DOUBLE
                    + COB-ALLOW-RIGHT-DOUBLE
                    + COB-ALLOW-MOUSE-MOVE

           SET environment "COB_MOUSE_FLAGS"  to MOUSE-FLAGS.

           DISPlAY WELCOME-SCREEN.
           CALL "C$SLEEP" USING 2 END-CALL.

           PERFORM FOREVER
              DISPLAY HEADER-SCREEN END-DISPLAY
              DISPLAY LOGIN-SCREEN END-DISPLAY
              ACCEPT LOGIN-SCREEN END-ACCEPT
              IF V-FNC-F1
                 EXIT PERFORM
              END-IF
           END-PERFORM.

           CALL 'fcdatasclient' USING
              L-CLIENT-ID         
              L-CLIENT-NOM       
              L-CLIENT-PRENOM    
              L-CLIENT-RSOCIALE  
              L-CLIENT-TYPECLIENT
              L-CLIENT-EXTERNE   
              L-COMPTE-ID        
              L-COMPTE-IBAN      
              L-COMPTE-DTOUV
              L-COMPTE-SOLDE
              L-COMPTE-CLIENTID
              L-COMPTE-AGENCE.


            PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY  
             DISPLAY MAIN-FUNCTION-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             ACCEPT MAIN-FUNCTION-SCREEN END-ACCEPT
      
      *>     init message       
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             
             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-CREDITER-CC-SCREEN
      
                WHEN V-FNC-F2
                   PERFORM FNC-OPPOSITION-SCREEN

                WHEN V-FNC-F3
                   PERFORM FNC-ACHAT-PART-SCREEN
                   
                WHEN V-FNC-F4
                   PERFORM FNC-CONNECT-SCREEN
                
                WHEN V-FNC-F5 
                   PERFORM FNC-CREDITER-COMPTE-SCREEN

*
                WHEN V-FNC-F6
                  PERFORM FNC-ENTREE-ARGENT-SCREEN
*
                WHEN V-FNC-F7
                   PERFORM FNC-DELETE-CLIENT-SCREEN
*
                WHEN V-FNC-F8
                   PERFORM FNC-HISTORIQUE-OP-SCREEN
*
                WHEN V-FNC-F10
                   PERFORM FNC-CLOTURE-COMPTE-SCREEN
*
                WHEN V-FNC-F11
                   PERFORM FNC-SERVICES-SCREEN
*
      *          WHEN V-FNC-F5
                WHEN V-FNC-F9
                    EXIT PERFORM
                    DISPLAY LEAVE-SCREEN
                    CALL "C$SLEEP" USING 2 END-CALL
                    
                   
                WHEN OTHER
                   MOVE "Please select a valid function key" 
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
            END-PERFORM
           CLOSE GENERESQL,GENERUPDATE.
          STOP RUN
      
          .
       MAIN-ACTIVITY2TEST-EX.
          EXIT.
       

      *>------------------------------------------------------------------------
       FNC-CONNECT-SCREEN SECTION.
      *>------------------------------------------------------------------------
            
          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY  
             DISPLAY CONNECT-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             ACCEPT CONNECT-SCREEN END-ACCEPT
            
      *>     init message       
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             
             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-CONNECT

                WHEN V-FNC-F2
                   PERFORM FNC-CHANGE-PASSWORD-SCREEN

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-CONNECT-SCREEN-EX.
          EXIT.
      *>------------------------------------------------------------------------
       FNC-CONNECT SECTION.
      *>------------------------------------------------------------------------

      *>  politique de mots de passe : un identifiant verrouille
      *>  (trois echecs consecutifs) ne tente meme plus le CONNECT,
      *>  seul un superviseur le deverrouille depuis activity2banq
          MOVE 'E' TO WS-PSP-ACTION
          MOVE WS-USERID TO WS-PSP-USERID
          MOVE SPACES TO WS-PSP-PSWD
          CALL 'pswdpolicy' USING WS-PSP-ACTION, WS-PSP-USERID,
             WS-PSP-PSWD, WS-PSP-RESULT
          IF WS-PSP-RESULT = 'VERROUILLE'
             MOVE "Identifiant verrouille : voir un superviseur"
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD
          INITIALIZE WS-MSG
          SET V-LN-FNC-CONNECT OF LN-MOD TO TRUE
          MOVE WS-CONNECT TO LN-CONNECT OF LN-MOD

          CALL 'modactivity2' USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MOD < ZEROES
      *>     connexion refusee : l'echec compte, le troisieme
      *>     verrouille et part a l'audit
             MOVE 'F' TO WS-PSP-ACTION
             CALL 'pswdpolicy' USING WS-PSP-ACTION, WS-PSP-USERID,
                WS-PSP-PSWD, WS-PSP-RESULT
             IF WS-PSP-RESULT = 'VERROUILLE'
                MOVE "Trois echecs : identifiant verrouille"
                  TO WS-MSG-2 OF WS-MSG
                MOVE FUNCTION CURRENT-DATE
                  TO WS-CURRENT-DATE-FIELDS
                STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
                   DELIMITED BY SIZE INTO CLA-DATE
                MOVE L-CLIENT-ID TO CLA-CLIENT
                MOVE 'VERROUILLAGE MDP' TO CLA-ACTION
                MOVE SPACES TO CLA-DETAIL
                STRING "IDENTIFIANT " WS-USERID
                   DELIMITED BY SIZE INTO CLA-DETAIL
                OPEN EXTEND AUDITLOG
                WRITE AUDITLOG-LINE FROM WS-CL-AUDIT-LINE
                CLOSE AUDITLOG
                MOVE SPACES TO WS-AUDIT-CHAINE-LIGNE
                MOVE WS-CL-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE
                CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE
             END-IF
          ELSE
      *>     connexion reussie : compteur a zero, et mot de passe
      *>     trop ancien = changement force avant d'aller plus loin
             MOVE 'B' TO WS-PSP-ACTION
             CALL 'pswdpolicy' USING WS-PSP-ACTION, WS-PSP-USERID,
                WS-PSP-PSWD, WS-PSP-RESULT
             MOVE 'E' TO WS-PSP-ACTION
             CALL 'pswdpolicy' USING WS-PSP-ACTION, WS-PSP-USERID,
                WS-PSP-PSWD, WS-PSP-RESULT
             IF WS-PSP-RESULT = 'EXPIRE'
                MOVE "Mot de passe expire : changement obligatoire"
                  TO WS-MSG-1 OF WS-MSG
                PERFORM FNC-CHANGE-PASSWORD-SCREEN
             END-IF
          END-IF

          .
       FNC-CONNECT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHANGE-PASSWORD-SCREEN SECTION.
      *>------------------------------------------------------------------------

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY CHANGE-PASSWORD-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT CHANGE-PASSWORD-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-VALIDATE-CHANGE-PASSWORD

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-CHANGE-PASSWORD-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VALIDATE-CHANGE-PASSWORD SECTION.
      *>------------------------------------------------------------------------

      *>     longueur et correspondance d'abord, puis la politique
      *>     (composition lettre + chiffre, pas de reprise des cinq
      *>     derniers) via pswdpolicy -- DB2 reste le juge final du
      *>     mot de passe a l'appel CONNECT ... NEW
          MOVE 'V' TO WS-PSP-ACTION
          MOVE WS-USERID TO WS-PSP-USERID
          MOVE WS-NEW-PSWD TO WS-PSP-PSWD
          CALL 'pswdpolicy' USING WS-PSP-ACTION, WS-PSP-USERID,
             WS-PSP-PSWD, WS-PSP-RESULT
          EVALUATE TRUE
             WHEN FUNCTION STORED-CHAR-LENGTH(
                     FUNCTION TRIM(WS-NEW-PSWD)) < 8
                MOVE "Mot de passe trop court (8 caracteres mini)"
                  TO WS-MSG-1 OF WS-MSG
             WHEN WS-NEW-PSWD NOT = WS-CONFIRM-PSWD
                MOVE "La confirmation ne correspond pas"
                  TO WS-MSG-1 OF WS-MSG
             WHEN WS-NEW-PSWD = WS-PSWD
                MOVE "Le nouveau mot de passe doit differer de l'ancien"
                  TO WS-MSG-1 OF WS-MSG
             WHEN WS-PSP-RESULT = 'FAIBLE'
                MOVE "Il faut au moins une lettre et un chiffre"
                  TO WS-MSG-1 OF WS-MSG
             WHEN WS-PSP-RESULT = 'REUTILISE'
                MOVE "Les cinq derniers mots de passe sont interdits"
                  TO WS-MSG-1 OF WS-MSG
             WHEN OTHER
                PERFORM FNC-CHANGE-PASSWORD
          END-EVALUATE

          .
       FNC-VALIDATE-CHANGE-PASSWORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHANGE-PASSWORD SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          INITIALIZE WS-MSG
          SET V-LN-FNC-CHANGE-PSWD OF LN-MOD TO TRUE
          MOVE WS-DBALIAS TO LN-DBALIAS OF LN-MOD
          MOVE WS-USERID  TO LN-USERID  OF LN-MOD
          MOVE WS-PSWD    TO LN-PSWD    OF LN-MOD
          MOVE WS-NEW-PSWD TO LN-NEW-PSWD OF LN-MOD

          CALL 'modactivity2' USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

      *>  changement accepte par DB2 : l'historique et la date du
      *>  registre de politique suivent
          IF LN-SQLCODE OF LN-MOD = ZEROES
             MOVE 'C' TO WS-PSP-ACTION
             MOVE WS-USERID TO WS-PSP-USERID
             MOVE WS-NEW-PSWD TO WS-PSP-PSWD
             CALL 'pswdpolicy' USING WS-PSP-ACTION, WS-PSP-USERID,
                WS-PSP-PSWD, WS-PSP-RESULT
          END-IF

          .
       FNC-CHANGE-PASSWORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DELETE-CLIENT-SCREEN SECTION.
      *>------------------------------------------------------------------------

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY DELETE-CLIENT-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT DELETE-CLIENT-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-DELETE-CLIENT

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-DELETE-CLIENT-SCREEN-EX.
          EXIT.
      *>------------------------------------------------------------------------
       FNC-DELETE-CLIENT SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          INITIALIZE WS-MSG
          SET V-LN-FNC-DELETE OF LN-MOD TO TRUE
          MOVE C-DELETE-CLIENTID TO LN-INP-CLIENTID OF LN-MOD

          CALL 'modactivity2' USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          .
       FNC-DELETE-CLIENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-HISTORIQUE-OP-SCREEN SECTION.
      *>------------------------------------------------------------------------

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY HISTORIQUE-OP-SCREEN END-DISPLAY
             ACCEPT HISTORIQUE-OP-SCREEN END-ACCEPT

      *>     init message
             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                WHEN V-FNC-F2
                WHEN V-FNC-F3
                WHEN V-FNC-F4
                   PERFORM FNC-HISTORIQUE-OP

                WHEN V-FNC-F5
                   PERFORM FNC-CONTESTER-OPERATION

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-HISTORIQUE-OP-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-HISTORIQUE-OP SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          INITIALIZE WS-MSG
          MOVE L-CLIENT-ID TO LN-INP-IDCLIENT OF LN-MOD
          EVALUATE TRUE
             WHEN V-FNC-F1
                SET V-LN-FNC-PAGING-FIRST    OF LN-MOD TO TRUE

             WHEN V-FNC-F2
                SET V-LN-FNC-PAGING-NEXT     OF LN-MOD TO TRUE
      *>        current value as restart point
                MOVE WS-OUT-IDOPERATION
                  TO LN-INP-IDOPERATION      OF LN-INP-OPERATION

             WHEN V-FNC-F3
                SET V-LN-FNC-PAGING-PREVIOUS OF LN-MOD TO TRUE
      *>        current value as restart point
                MOVE WS-OUT-IDOPERATION
                  TO LN-INP-IDOPERATION      OF LN-INP-OPERATION

             WHEN V-FNC-F4
                SET V-LN-FNC-PAGING-LAST     OF LN-MOD TO TRUE
          END-EVALUATE

          CALL 'modactivity2' USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          MOVE LN-OUT-OPERATION      OF LN-OUTPUT
            TO WS-OUT-OPERATIONS

          IF LN-MSG-1 OF LN-MOD NOT = SPACES
             MOVE LN-MSG-1 OF LN-MOD TO WSMSG
          END-IF

          .
       FNC-HISTORIQUE-OP-EX.
          EXIT.


      *>------------------------------------------------------------------------
       FNC-CREDITER-CC-SCREEN SECTION.
      *>------------------------------------------------------------------------
      
          PERFORM FOREVER
             
             DISPLAY HEADER-SCREEN END-DISPLAY  
             DISPLAY EPARGNER-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             ACCEPT EPARGNER-SCREEN END-ACCEPT
      
      *>     init message       
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             
             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-CREDITER-CC
      
                WHEN V-FNC-F10
                   EXIT PERFORM
                   
                WHEN OTHER
                   MOVE "Please select a valid function key" 
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM
          
          .
       FNC-CREDITER-CC-SCREEN-EX.
          EXIT.
          
      *>------------------------------------------------------------------------
       FNC-CREDITER-CC SECTION.
      *>------------------------------------------------------------------------
      *> virements au-dessus du seuil teller : mis en attente de
      *> validation (voir QUEUE-VIREMENT-APPROBATION) au lieu
      *> d'appeler opprelev directement ; le corps historique de
      *> cette section est inchange, juste deplace dans
      *> FNC-CREDITER-CC-EXEC pour que ce garde-fou puisse le
      *> sauter entierement quand le virement est mis en attente

          INITIALIZE WS-MSG
          IF SOMMEEPARGNEE = ZEROES
             MOVE "Veuillez entrer un montant superieur a zero"
                TO WSMSG
          ELSE
      *>     destination choisie dans le referentiel de
      *>     beneficiaires : un beneficiaire encore en carence de 48
      *>     heures (et non confirme par un conseiller) ne peut pas
      *>     recevoir de virement
             IF WS-BEN-CHOISI NOT = ZEROES
                PERFORM FNC-RESOUDRE-BENEFICIAIRE
                IF WS-BEN-TROUVE-IDX = 0
                   EXIT SECTION
                END-IF
             END-IF
      *>     compte joint a signature conjointe : au-dela du seuil,
      *>     le debit attend l'approbation du co-titulaire (ecran
      *>     MES SERVICES), il n'est pas execute tout de suite
             CALL 'comptetitulaires' USING L-COMPTE-ID, L-CLIENT-ID,
                WS-TIT-ROLE, WS-TIT-SUCCESS
      *>     mandataire sous procuration : consultation seule
      *>     refusee, plafond unitaire du registre verifie, et
      *>     l'operation tracee au nom du mandataire
             IF WS-TIT-SUCCESS = 'OUI'
                AND WS-TIT-ROLE(1:11) = 'PROCURATION'
                MOVE L-COMPTE-ID TO WS-PXC-COMPTE
                MOVE WS-TIT-ROLE TO WS-PXC-ROLE
                MOVE SOMMEEPARGNEE TO WS-PXC-MONTANT
                PERFORM FNC-CONTROLE-PROCURATION
                IF WS-PXC-AUTORISE = 'NON'
                   EXIT SECTION
                END-IF
             END-IF
             PERFORM FNC-LIRE-SEUIL-CONJOINT
             IF WS-TIT-SUCCESS = 'OUI'
                AND WS-TIT-ROLE = 'SIGNATURE CONJOINTE'
                AND SOMMEEPARGNEE > WS-COA-SEUIL
                PERFORM FNC-QUEUE-APPROB-CONJOINTE
             ELSE
                PERFORM READ-VIREMAPPR-SEUIL
                IF SOMMEEPARGNEE > WS-VA-SEUIL
                   PERFORM QUEUE-VIREMENT-APPROBATION
                ELSE
                   PERFORM FNC-CREDITER-CC-EXEC
                END-IF
             END-IF
          END-IF
          .
       FNC-CREDITER-CC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CREDITER-CC-EXEC SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          INITIALIZE WS-MSG
      *>  chaine de nuit en cours : le virement attend la fin du
      *>  traitement dans la file OPATTENTE.DAT
          PERFORM FNC-TESTER-FENETRE-NUIT
          IF WS-FN-ETAT = 'OUVERTE'
             IF LIBELLEVIREM IS NOT ALPHABETIC
                MOVE "rester dans l'alphabet" TO WSMSG
                EXIT SECTION
             END-IF
             INITIALIZE OPATTENTE-RECORD
             MOVE 'VIREMENT OCCASIONNEL' TO OA-NATURE
             MOVE L-COMPTE-ID TO OA-COMPTE-SRC
             MOVE SOMMEEPARGNEE TO OA-MONTANT
             MOVE LIBELLEVIREM TO OA-LIBELLE
             PERFORM FNC-MISE-EN-ATTENTE-NUIT
             PERFORM COPY-LN-MSG-IN-WS-MSG
             EXIT SECTION
          END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE L-COMPTE-ID TO DET-UP-COMPTEID.
           MOVE 'VIREMENT OCCASIONNEL' TO C-TYPEOP.
           MOVE 5.99 tO C-COMM.
           MOVE WS-DATE TO  C-DATE.
           MOVE '-' TO DET-OPERATOR.
                      
                      
           CALL 'opprelev' USING L-COMPTE-SOLDE, SOMMEEPARGNEE,
           NEWSOLDE,
             C-TYPEOP, C-SUCCESS, C-COMM , C-DATE, C-LIBELLE,
             L-COMPTE-ID, 'EUR', 'EUR'.
           MOVE C-TYPEOP TO DET-TYPE.
           IF(LIBELLEVIREM IS ALPHABETIC)
               STRING FUNCTION TRIM(C-TYPEOP) ' ' 
               FUNCTION TRIM(LIBELLEVIREM)  DELIMITED BY SIZE 
               INTO DET-LIBELLE
           ELSE 
               MOVE "rester dans l'alphabet" TO WSMSG
           END-IF.
           IF(SOMMEEPARGNEE IS NUMERIC)
               STRING '-' FUNCTION TRIM(SOMMEEPARGNEE)
               DELIMITED BY SIZE 
               INTO DET-MONTANT
               MOVE SOMMEEPARGNEE TO DET-uP-SOMME 
           ELSE 
               MOVE "Veuillez entrer un nombre" TO WSMSG
           END-IF.
          IF(LIBELLEVIREM IS ALPHABETIC) AND (SOMMEEPARGNEE IS NUMERIC)
               MOVE "Le virement a bien ete effectue" TO WSMSG 
           MOVE L-CLIENT-ID TO DET-CLIENTID.
           MOVE L-COMPTE-ID TO DET-COMPTEID.


          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY 
          DELIMITED BY SIZE INTO DET-DATEOP.
      *    MOVE C-DATE TO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE .
           PERFORM NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

          PERFORM COPY-LN-MSG-IN-WS-MSG


          .
       FNC-CREDITER-CC-EXEC-EX.
          EXIT.


      *>----------------------------------------------------------------
       FNC-CREDITER-COMPTE-SCREEN SECTION.
      *>----------------------------------------------------------------
            
          PERFORM FOREVER
             
             DISPLAY HEADER-SCREEN END-DISPLAY  
             DISPLAY CREDITER-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             ACCEPT CREDITER-SCREEN END-ACCEPT
            
      *>     init message       
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             
             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-CREDITER-COMPTE
            
                WHEN V-FNC-F10
                   EXIT PERFORM
                   
                WHEN OTHER
                   MOVE "Please select a valid function key" 
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM
          
          .
       FNC-CREDITER-COMPTE-SCREEN-EX.
          EXIT.
          
      *>----------------------------------------------------------------
       FNC-CREDITER-COMPTE SECTION.
      *>----------------------------------------------------------------

          INITIALIZE LN-MOD
          INITIALIZE WS-MSG

          IF SOMMEDEPOSEE = ZEROES
             MOVE "Veuillez entrer un montant superieur a zero"
                TO WSMSG
          ELSE
             CALL 'comptetitulaires' USING L-COMPTE-ID, L-CLIENT-ID,
                WS-TIT-ROLE, WS-TIT-SUCCESS

             IF WS-TIT-SUCCESS = 'OUI'
                PERFORM FNC-CREDITER-COMPTE-EXEC
             ELSE
                MOVE "Client non titulaire de ce compte" TO WSMSG
             END-IF
          END-IF

          PERFORM COPY-LN-MSG-IN-WS-MSG

          .
       FNC-CREDITER-COMPTE-EX.
          EXIT.

      *>----------------------------------------------------------------
       FNC-CREDITER-COMPTE-EXEC SECTION.
      *>----------------------------------------------------------------

      *>   chaine de nuit en cours : le depot attend la fin du
      *>   traitement dans la file OPATTENTE.DAT
           PERFORM FNC-TESTER-FENETRE-NUIT
           IF WS-FN-ETAT = 'OUVERTE'
              INITIALIZE OPATTENTE-RECORD
              MOVE 'DEPOT' TO OA-NATURE
              MOVE L-COMPTE-ID TO OA-COMPTE-SRC
              MOVE SOMMEDEPOSEE TO OA-MONTANT
              MOVE 'DEPOT D ESPECE' TO OA-LIBELLE
              PERFORM FNC-MISE-EN-ATTENTE-NUIT
              EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE L-COMPTE-ID TO DET-UP-COMPTEID.
           MOVE 'DEPOT D ESPECE' TO C-TYPEOP.
           MOVE WS-DATE TO  C-DATE.
           MOVE '+' TO DET-OPERATOR.


           CALL 'opcredit' USING L-COMPTE-SOLDE, SOMMEDEPOSEE,
           NEWSOLDE, L-COMPTE-ID, C-DATE, C-SUCCESS, 'EUR', 'EUR'.

           IF C-SUCCESS = 'NON'
              MOVE "Plafond de depot depasse" TO WSMSG
           END-IF.

           MOVE C-TYPEOP TO DET-TYPE.

               MOVE FUNCTION TRIM(C-TYPEOP) TO DET-LIBELLE.

           IF(SOMMEEPARGNEE IS NUMERIC)
               STRING '+' FUNCTION TRIM(SOMMEDEPOSEE)
               DELIMITED BY SIZE
               INTO DET-MONTANT
               MOVE SOMMEDEPOSEE TO DET-UP-SOMME
           ELSE
               MOVE "Veuillez entrer un nombre" TO WSMSG
           END-IF.
          IF(LIBELLEVIREM IS ALPHABETIC) AND (SOMMEEPARGNEE IS NUMERIC)
               AND (C-SUCCESS = 'OUI')
               MOVE "Le virement a bien ete effectue" TO WSMSG
           MOVE L-CLIENT-ID TO DET-CLIENTID.
           MOVE L-COMPTE-ID TO DET-COMPTEID.
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
           DELIMITED BY SIZE INTO DET-DATEOP.
           MOVE SQL-DETAIL-LINE TO PRINT-LINE.
           PERFORM NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE .
           PERFORM NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

          .
       FNC-CREDITER-COMPTE-EXEC-EX.
          EXIT.
      

      *>------------------------------------------------------------------------
       FNC-OPPOSITION-SCREEN SECTION.
      *>------------------------------------------------------------------------
      
          PERFORM FOREVER
             ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
             DISPLAY HEADER-SCREEN END-DISPLAY  
             DISPLAY OPPOSITION-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             ACCEPT OPPOSITION-SCREEN END-ACCEPT
      
      *>     init message       
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             
             EVALUATE TRUE
                WHEN V-FNC-F1
                WHEN V-FNC-F2
                   PERFORM FNC-OPPOSITION
      
                WHEN V-FNC-F10
                   EXIT PERFORM
                   
                WHEN OTHER
                   MOVE "Please select a valid function key" 
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM
          
          .
       FNC-OPPOSITION-SCREEN-EX.
          EXIT.
          
      *>------------------------------------------------------------------------
       FNC-OPPOSITION SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          INITIALIZE WS-MSG

          CALL 'comptetitulaires' USING L-COMPTE-ID, L-CLIENT-ID,
             WS-TIT-ROLE, WS-TIT-SUCCESS

          IF WS-TIT-SUCCESS = 'OUI'
             PERFORM FNC-OPPOSITION-EXEC
          ELSE
             MOVE "Client non titulaire de ce compte" TO WSMSG
          END-IF

          PERFORM COPY-LN-MSG-IN-WS-MSG

          .
       FNC-OPPOSITION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-OPPOSITION-EXEC SECTION.
      *>------------------------------------------------------------------------

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS


               If(SOMMEOPP IS ALPHABETIC)
               MOVE SOMMEOPP TO C-SOMME
            ELSE
             MOVE 'Veuillez entrer un numéro de chèque au bon format'
             TO WSMSG
            END-IF.
               
               MOVE L-COMPTE-CLIENTID TO DET-COMPTEID.
               MOVE L-CLIENT-ID TO DET-CLIENTID.
              MOVE WS-DATE TO  C-DATE.
              
               STRING WS-YEAR '-' WS-MONTH '-' WS-DAY 
               DELIMITED BY SIZE INTO DET-DATEOP.
               EVALUATE TRUE 
                   WHEN V-FNC-F1 
                MOVE 'OPPOSITION CHEQUE BANQUE ' TO C-TYPEOP
                MOVE "opposition sur cheque prise en compte" TO WSMSG
                
                   WHEN V-FNC-F2 
                 MOVE 'OPPOSITION CARTE BANCAIRE' TO C-TYPEOP
                 MOVE "Opposition sur carte prise en compte" TO WSMSG
                      
                END-EVALUATE.

               IF V-FNC-F2
                  MOVE 'OPPOSEE' TO C-STATUT
                  CALL 'cartesop' USING L-COMPTE-ID, C-NUMCARTE,
                     C-STATUT, C-SUCCESS
                  IF C-SUCCESS = 'NON'
                     MOVE "Aucune carte trouvee pour ce compte"
                        TO WSMSG
                  ELSE
                     MOVE "Carte bloquee et opposition prise en compte"
                        TO WSMSG
                  END-IF
               END-IF.

               MOVE 8 TO C-PLAFOND.
               CALL 'commisionfrais' USING C-MONTANT, C-SOMME,
             , C-TYPEOP, C-FRAGFINANC, C-PLAFOND, C-DATE,C-LIBELLE,
               L-COMPTE-ID, L-CLIENT-ID.
             MOVE C-LIBELLE TO DET-LIBELLE.
             MOVE C-TYPEOP TO DET-TYPE.
             STRING '-' C-MONTANT DELIMITED BY SIZE INTO DET-MONTANT.
             MOVE SQL-DETAIL-LINE TO PRINT-LINE.
             PERFORM NEXT-SQL-SEQ.
             MOVE " SEQ=" TO PRINT-LINE(201:5).
             MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
               WRITE PRINT-LINE.
               CALL 'opjournal' USING WS-SQL-SEQ-NR,
                  PRINT-LINE.
             MOVE '-' TO DET-OPERATOR.
             MOVE C-MONTANT TO DET-UP-SOMME.
             MOVE L-COMPTE-ID TO DET-UP-COMPTEID.
             MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
             PERFORM NEXT-SQL-SEQ.
             MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
             MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
               WRITE PRINT-UP-LINE.

          .
       FNC-OPPOSITION-EXEC-EX.
          EXIT.


      *>------------------------------------------------------------------------
       FNC-ACHAT-PART-SCREEN SECTION.
      *>------------------------------------------------------------------------
      
          PERFORM FOREVER

             PERFORM FNC-CALCUL-DISPONIBLE
             DISPLAY HEADER-SCREEN END-DISPLAY  
             DISPLAY ACHAT-CHEZ-PARTNER-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             ACCEPT ACHAT-CHEZ-PARTNER-SCREEN END-ACCEPT
      
      *>     init message       
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY 
             
             EVALUATE TRUE
                WHEN V-FNC-F1
                WHEN V-FNC-F2
                WHEN V-FNC-F3
                WHEN V-FNC-F4
                   PERFORM FNC-ACHAT-CHEZ-PARTNER
      
                WHEN V-FNC-F10
                   EXIT PERFORM
                   
                WHEN OTHER
                   MOVE "Please select a valid function key" 
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM
          
          .
       FNC-PAGING-OP-SCREEN-EX.
          EXIT.
          
      *>------------------------------------------------------------------------
       FNC-CALCUL-DISPONIBLE SECTION.
      *>------------------------------------------------------------------------
      *> le disponible part du solde comptable du compte connecte et
      *> retranche les memes retenues que opdebit/opprelev

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO WS-DSP-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO WS-DSP-DATE
          MOVE L-COMPTE-ID TO WS-DSP-COMPTEID
          MOVE L-COMPTE-SOLDE TO WS-DSP-SOLDE
          CALL 'soldedispo' USING WS-DSP-COMPTEID, WS-DSP-DATE,
             WS-DSP-SOLDE, WS-DSP-DISPONIBLE

          .
       FNC-CALCUL-DISPONIBLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CONTROLE-CARTE-MINEUR SECTION.
      *>------------------------------------------------------------------------
      *> le compte connecte releve-t-il d'un mineur ? si oui, cumul
      *> des achats carte deja autorises ce jour sur le compte
      *> (AUTORCB.DAT, hors achats rejetes ou expires) a comparer au
      *> plafond carte de la tranche d'age

          MOVE ZEROES TO WS-MIN-CUMUL-CARTE
          MOVE L-COMPTE-ID TO WS-MIN-COMPTEID
          MOVE ZEROES TO WS-MIN-IDCLIENT
          MOVE DET-DATEOP TO WS-MIN-DATE
          CALL 'mineurcheck' USING WS-MIN-COMPTEID, WS-MIN-IDCLIENT,
             WS-MIN-DATE, WS-MIN-MINEUR, WS-MIN-AGE,
             WS-MIN-PLAFOND-CARTE, WS-MIN-PLAFOND-RETRAIT
          IF WS-MIN-MINEUR NOT = 'OUI'
             EXIT SECTION
          END-IF

          MOVE 'NON' TO WS-MIN-EOF
          OPEN INPUT AUTORCB
          IF WS-AUTORCB-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ AUTORCB
             AT END MOVE 'OUI' TO WS-MIN-EOF
          END-READ
          PERFORM UNTIL WS-MIN-EOF = 'OUI'
             IF AH-COMPTEID = L-COMPTE-ID
                AND AH-TYPE = 'ACHAT CB'
                AND AH-DATE = WS-MIN-DATE
                AND AH-STATUT NOT = 'REJETEE'
                AND AH-STATUT NOT = 'EXPIREE'
                ADD AH-MONTANT TO WS-MIN-CUMUL-CARTE
             END-IF
             READ AUTORCB
                AT END MOVE 'OUI' TO WS-MIN-EOF
             END-READ
          END-PERFORM
          CLOSE AUTORCB

          .
       FNC-CONTROLE-CARTE-MINEUR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ACHAT-CHEZ-PARTNER SECTION.
      *>------------------------------------------------------------------------
      
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

          INITIALIZE LN-MOD
          INITIALIZE WS-MSG
          
            MOVE L-COMPTE-ID TO DET-COMPTEID.
            MOVE L-CLIENT-ID TO DET-CLIENTID.
            
             STRING WS-YEAR '-' WS-MONTH '-' WS-DAY 
             DELIMITED BY SIZE INTO DET-DATEOP. 

      *>    achat sur carte prepayee : autorise contre le solde
      *>    stocke sur la carte, voir FNC-ACHAT-PREPAYEE
            IF WS-PPC-IN-NUMCARTE NOT = SPACES
               PERFORM FNC-ACHAT-PREPAYEE
               MOVE SPACES TO WS-PPC-IN-NUMCARTE
               EXIT SECTION
            END-IF.

            IF(PRIXPRODUIT IS NUMERIC)
               MOVE PRIXPRODUIT TO C-SOMME
            ELSE
               MOVE 'Veuillez entrer uniquement des chiffres au prix'
               TO WSMSG.
      *>    verification du PIN avant toute autre chose : trois
      *>    echecs consecutifs bloquent la carte (BLOQUEE-PIN)
            IF PRIXPRODUIT IS NUMERIC
               PERFORM FNC-CONTROLE-PIN
               IF WS-PIN-RESULT = 'BLOQUE'
                  MOVE "Carte bloquee : trois codes PIN errones"
                    TO WSMSG
                  EXIT SECTION
               END-IF
               IF WS-PIN-RESULT = 'MAUVAIS'
                  MOVE "Code PIN errone" TO WSMSG
                  EXIT SECTION
               END-IF
            END-IF.

      *>    controle de velocite avant de poser l'autorisation : un
      *>    seuil dur franchi bloque la carte et refuse l'achat
            IF PRIXPRODUIT IS NUMERIC
               PERFORM FNC-CONTROLE-VELOCITE
               IF WS-VEL-BLOQUE = 'OUI'
                  MOVE "Achat refuse : carte bloquee (velocite)"
                    TO WSMSG
                  EXIT SECTION
               END-IF
            END-IF.

      *>    l'autorisation n'est accordee que dans la limite du
      *>    disponible : les achats deja autorises et non encore
      *>    regles en sont retranches
            IF PRIXPRODUIT IS NUMERIC
               PERFORM FNC-CALCUL-DISPONIBLE
               IF WS-DSP-DISPONIBLE < PRIXPRODUIT
                  MOVE "Achat refuse : solde disponible insuffisant"
                    TO WSMSG
                  EXIT SECTION
               END-IF
            END-IF.

      *>    compte de mineur : les achats carte du jour restent dans
      *>    le plafond de la tranche d'age (zero = pas d'achat carte)
            IF PRIXPRODUIT IS NUMERIC
               PERFORM FNC-CONTROLE-CARTE-MINEUR
               IF WS-MIN-MINEUR = 'OUI'
                  AND WS-MIN-CUMUL-CARTE + PRIXPRODUIT
                     > WS-MIN-PLAFOND-CARTE
                  MOVE "Achat refuse : plafond carte du mineur"
                    TO WSMSG
                  EXIT SECTION
               END-IF
            END-IF.
      *>       ACHAT CB pose une autorisation (hold) et non un debit
      *>       immediat : le solde n'est pas touche ici, seulement
      *>       reserve via l'OPERATIONS STATUSOP = 'EN ATTENTE'
      *>       ci-dessous. achatcbbatch.cbl debite reellement le
      *>       compte (ou libere l'autorisation) au moment du
      *>       reglement nocturne.
            MOVE 'ACHAT CB' TO DET-TYPE.
            IF(PRODUITACHETEE IS ALPHABETIC )
               STRING FUNCTION TRIM(DET-TYPE) ' ' FUNCTION
               TRIM(PRODUITACHETEE) DELIMITED BY SIZE INTO DET-LIBELLE
            ELSE
               MOVE 'Veuillez entrer uniquement des lettres au produit'
               TO WSMSG.
            STRING '-' C-SOMME DELIMITED BY SIZE INTO DET-MONTANT.
            MOVE SQL-DETAIL-LINE TO PRINT-LINE.
            PERFORM NEXT-SQL-SEQ.
            MOVE " SEQ=" TO PRINT-LINE(201:5).
            MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
            WRITE PRINT-LINE.
            CALL 'opjournal' USING WS-SQL-SEQ-NR,
               PRINT-LINE.

      *>    retenue de l'autorisation sur le disponible, liberee par
      *>    achatcbbatch au reglement ou au rejet de l'achat
            IF PRIXPRODUIT IS NUMERIC
               MOVE SPACES TO AH-REFERENCE
               STRING 'CB' WS-SQL-SEQ-NR
                  DELIMITED BY SIZE INTO AH-REFERENCE
               MOVE 'ACHAT CB' TO AH-TYPE
               MOVE L-COMPTE-ID TO AH-COMPTEID
               MOVE PRIXPRODUIT TO AH-MONTANT
               MOVE DET-DATEOP TO AH-DATE
               MOVE 'EN COURS' TO AH-STATUT
               MOVE SPACES TO AH-DATE-FIN
               OPEN EXTEND AUTORCB
               IF WS-AUTORCB-STATUS = "35"
                  OPEN OUTPUT AUTORCB
               END-IF
               WRITE AUTORCB-RECORD
               CLOSE AUTORCB
            END-IF.

      *>    la vente part aussi dans le cumul par commercant, pour le
      *>    reglement periodique des partenaires (commercantbatch)
            IF PRIXPRODUIT IS NUMERIC
               MOVE NOMMAGASIN TO MS-MAGASIN
               MOVE PRIXPRODUIT TO MS-MONTANT
               STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
                  DELIMITED BY SIZE INTO MS-DATE
               OPEN EXTEND MERCHSALES
               WRITE MERCHSALES-RECORD
               CLOSE MERCHSALES

               MOVE SPACES TO VT-REFERENCE
               STRING 'CB' WS-SQL-SEQ-NR
                  DELIMITED BY SIZE INTO VT-REFERENCE
               MOVE L-COMPTE-ID TO VT-COMPTEID
               MOVE NOMMAGASIN TO VT-MAGASIN
               MOVE PRIXPRODUIT TO VT-MONTANT
               MOVE MS-DATE TO VT-DATE
               OPEN EXTEND CBVENTES
               IF WS-CBVENTES-STATUS = "35"
                  CLOSE CBVENTES
                  OPEN OUTPUT CBVENTES
               END-IF
               WRITE CBVENTES-RECORD
               CLOSE CBVENTES
            END-IF.

          
      
          PERFORM COPY-LN-MSG-IN-WS-MSG
          
          .
       FNC-PAGING-BOOK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ENTREE-ARGENT-SCREEN SECTION.
      *>------------------------------------------------------------------------

          PERFORM FOREVER

             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY ENTREE-ARGENT-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT ENTREE-ARGENT-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-ENTREE-ARGENT

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-LIST-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ENTREE-ARGENT SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          INITIALIZE WS-MSG

          IF ENTREEAR = ZEROES
             MOVE "Veuillez entrer un montant superieur a zero"
               TO WSMSG
          ELSE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           IF LE-LIBELLE = SPACES
              MOVE 'SALAIRE TLR' TO C-LIBELLE
           ELSE
              MOVE LE-LIBELLE TO C-LIBELLE
           END-IF.
           MOVE 'ENTREE ARGENT' TO C-TYPEOP.
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
           DELIMITED BY SIZE INTO LA-DATE.
           CALL 'entreeargent' USING MONSOLDE, ENTREEAR, NEWSOLDE,
           LA-DATE, LE-LIBELLE, C-SUCCESS, L-COMPTE-ID, 'EUR', 'EUR'.

           IF C-SUCCESS = 'NON'
              MOVE "Date de valeur hors delai, virement non credite"
                TO WSMSG
           ELSE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
           DELIMITED BY SIZE INTO DET-DATEOP

           MOVE C-TYPEOP TO DET-TYPE
           STRING LE-LIBELLE ' ' C-LIBELLE DELIMITED BY SIZE
           INTO DET-LIBELLE
           STRING '+' ENTREEAR DELIMITED BY SIZE INTO DET-MONTANT

           MOVE L-COMPTE-ID TO  DET-COMPTEID
           MOVE WS-DATE TO DET-DATEOP
           MOVE SQL-DETAIL-LINE TO PRINT-LINE
           PERFORM NEXT-SQL-SEQ
           MOVE " SEQ=" TO PRINT-LINE(201:5)
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
            WRITE PRINT-LINE
            CALL 'opjournal' USING WS-SQL-SEQ-NR,
               PRINT-LINE
           MOVE '+' TO DET-OPERATOR
           MOVE ENTREEAR TO DET-UP-SOMME
           MOVE L-COMPTE-ID TO DET-UP-COMPTEID
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
           PERFORM NEXT-SQL-SEQ
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
             WRITE PRINT-UP-LINE
           END-IF.


          PERFORM COPY-LN-MSG-IN-WS-MSG

          
          .
       FNC-LIST-CLIENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CLOTURE-COMPTE-SCREEN SECTION.
      *>------------------------------------------------------------------------

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY CLOTURE-COMPTE-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT CLOTURE-COMPTE-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WSMSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-CLOTURE-COMPTE

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-CLOTURE-COMPTE-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CLOTURE-COMPTE SECTION.
      *>------------------------------------------------------------------------

          IF L-COMPTE-SOLDE NOT = ZEROES
             MOVE "Le solde doit etre a zero pour clore le compte"
               TO WSMSG
          ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
             MOVE "CLOTURE COMPTE" TO DET-TYPE
             MOVE "CLOTURE COMPTE" TO DET-LIBELLE
             STRING '+0.00' DELIMITED BY SIZE INTO DET-MONTANT
             MOVE L-CLIENT-ID TO DET-CLIENTID
             MOVE L-COMPTE-ID TO DET-COMPTEID
             STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO DET-DATEOP
             MOVE SQL-DETAIL-LINE TO PRINT-LINE
             PERFORM NEXT-SQL-SEQ
             MOVE " SEQ=" TO PRINT-LINE(201:5)
             MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
             WRITE PRINT-LINE
             CALL 'opjournal' USING WS-SQL-SEQ-NR,
                PRINT-LINE

             MOVE '+' TO DET-OPERATOR
             MOVE ZEROES TO DET-UP-SOMME
             MOVE L-COMPTE-ID TO DET-UP-COMPTEID
             MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
             PERFORM NEXT-SQL-SEQ
             MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
             MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
             WRITE PRINT-UP-LINE

             INITIALIZE LN-MOD
             SET V-LN-FNC-CLOTURE-COMPTE OF LN-MOD TO TRUE
             MOVE L-COMPTE-ID TO LN-INP-COMPTE-ID OF LN-MOD

             CALL 'modactivity2' USING LN-MOD END-CALL

             PERFORM COPY-LN-MSG-IN-WS-MSG

             IF LN-MSG-1 OF LN-MOD NOT = SPACES
                MOVE LN-MSG-1 OF LN-MOD TO WSMSG
             ELSE
                MOVE "Compte cloture avec succes" TO WSMSG
             END-IF
          END-IF

          .
       FNC-CLOTURE-COMPTE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SERVICES-SCREEN SECTION.
      *>------------------------------------------------------------------------
      *> sous-menu des services en libre-service du client : le menu
      *> principal n'a plus de touche de fonction libre, les
      *> nouveaux ecrans clients sont regroupes ici

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY SERVICES-SCREEN END-DISPLAY
             ACCEPT SERVICES-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-MES-CARTES

                WHEN V-FNC-F2
                   PERFORM FNC-DEPOT-TERME-SCREEN

                WHEN V-FNC-F3
                   PERFORM FNC-ALERTES-PREF-SCREEN

                WHEN V-FNC-F4
                   PERFORM FNC-ANCIENS-RELEVES

                WHEN V-FNC-F5
                   PERFORM FNC-BENEFICIAIRES

                WHEN V-FNC-F6
                   PERFORM FNC-VIREMENTS-PERM

                WHEN V-FNC-F7
                   PERFORM FNC-MES-MANDATS

                WHEN V-FNC-F8
                   PERFORM FNC-DEMANDER-CHEQUIER

                WHEN V-FNC-F9
                   PERFORM FNC-APPROUVER-CONJOINT

                WHEN V-FNC-F11
                   PERFORM FNC-VIREMENT-INTERNE

                WHEN V-FNC-F12
                   PERFORM FNC-OPPOSITION-CHEQUE

                WHEN V-FNC-F13
                   PERFORM FNC-MES-CATEGORIES

                WHEN V-FNC-F14
                   PERFORM FNC-RECHERCHE-OP

                WHEN V-FNC-F15
                   PERFORM FNC-VIREMENT-PROGRAMME

                WHEN V-FNC-F16
                   PERFORM FNC-SERVICES2-SCREEN

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-SERVICES-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-MES-CARTES SECTION.
      *>------------------------------------------------------------------------
      *> liste les cartes rattachees aux comptes dont le client
      *> connecte est titulaire (filtre comptetitulaires), et permet
      *> de geler/debloquer temporairement une carte (statut GELEE,
      *> refuse par achatcbbatch, distinct de l'OPPOSEE definitive)
      *> ou d'en demander le remplacement -- chaque action passe par
      *> cartesop pour que la reecriture de CARTES.DAT reste en un
      *> seul endroit

          PERFORM FNC-CHARGER-MES-CARTES

          IF WS-MC-COUNT = 0
             MOVE "Aucune carte rattachee a vos comptes" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE 1 TO WS-MC-CURRENT

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY MES-CARTES-SCREEN END-DISPLAY
             ACCEPT MES-CARTES-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   IF WS-MC-CURRENT < WS-MC-COUNT
                      ADD 1 TO WS-MC-CURRENT
                   ELSE
                      MOVE 1 TO WS-MC-CURRENT
                   END-IF

                WHEN V-FNC-F2
                   IF WS-MC-STATUT(WS-MC-CURRENT) = 'OPPOSEE'
                      MOVE "Carte opposee : gel impossible" TO WSMSG
                   ELSE
                      MOVE 'GELEE' TO WS-MC-STATUT-DEMANDE
                      PERFORM FNC-APPLIQUER-STATUT-CARTE
                   END-IF

                WHEN V-FNC-F3
                   IF WS-MC-STATUT(WS-MC-CURRENT) NOT = 'GELEE'
                      MOVE "Seule une carte gelee se debloque"
                        TO WSMSG
                   ELSE
                      MOVE 'ACTIVE' TO WS-MC-STATUT-DEMANDE
                      PERFORM FNC-APPLIQUER-STATUT-CARTE
                   END-IF

                WHEN V-FNC-F4
                   MOVE 'A REMPLACER' TO WS-MC-STATUT-DEMANDE
                   PERFORM FNC-APPLIQUER-STATUT-CARTE

                WHEN V-FNC-F5
                   PERFORM FNC-CHANGER-PIN

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Suiv F2-Geler F3-Debloq F4-Rempl F10-Rev"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-MES-CARTES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-MES-CARTES SECTION.
      *>------------------------------------------------------------------------

          OPEN INPUT CARTES
          MOVE 0 TO WS-MC-COUNT
          MOVE "NON" TO WS-MC-EOF
          READ CARTES
             AT END MOVE "OUI" TO WS-MC-EOF
          END-READ
          PERFORM UNTIL WS-MC-EOF = "OUI"
             MOVE CR-COMPTEID TO WS-MC-COMPTEID-OP
             CALL 'comptetitulaires' USING WS-MC-COMPTEID-OP,
                L-CLIENT-ID, WS-TIT-ROLE, WS-TIT-SUCCESS
             IF WS-TIT-SUCCESS = 'OUI'
                ADD 1 TO WS-MC-COUNT
                MOVE CR-NUMCARTE TO WS-MC-NUMCARTE(WS-MC-COUNT)
                MOVE CR-COMPTEID TO WS-MC-COMPTEID(WS-MC-COUNT)
                MOVE CR-STATUT TO WS-MC-STATUT(WS-MC-COUNT)
                MOVE CR-DATE-EXPIR TO WS-MC-DATE-EXPIR(WS-MC-COUNT)
                MOVE CR-TYPE-CARTE TO WS-MC-TYPE-CARTE(WS-MC-COUNT)
             END-IF
             READ CARTES
                AT END MOVE "OUI" TO WS-MC-EOF
             END-READ
          END-PERFORM
          CLOSE CARTES

          .
       FNC-CHARGER-MES-CARTES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-APPLIQUER-STATUT-CARTE SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-MC-COMPTEID(WS-MC-CURRENT) TO WS-MC-COMPTEID-OP
          CALL 'cartesop' USING WS-MC-COMPTEID-OP,
             WS-MC-NUMCARTE-OUT, WS-MC-STATUT-DEMANDE, WS-MC-SUCCESS

          IF WS-MC-SUCCESS = 'OUI'
             MOVE WS-MC-STATUT-DEMANDE
               TO WS-MC-STATUT(WS-MC-CURRENT)
             EVALUATE WS-MC-STATUT-DEMANDE
                WHEN 'GELEE'
                   MOVE "Carte gelee temporairement" TO WSMSG
                WHEN 'ACTIVE'
                   MOVE "Carte debloquee" TO WSMSG
                WHEN OTHER
                   MOVE "Demande de remplacement enregistree"
                     TO WSMSG
             END-EVALUATE
          ELSE
             MOVE "Aucune carte trouvee pour ce compte" TO WSMSG
          END-IF

          .
       FNC-APPLIQUER-STATUT-CARTE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DEPOT-TERME-SCREEN SECTION.
      *>------------------------------------------------------------------------

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY DEPOT-TERME-SCREEN END-DISPLAY
             ACCEPT DEPOT-TERME-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-OUVRIR-DEPOT-TERME

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-DEPOT-TERME-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-OUVRIR-DEPOT-TERME SECTION.
      *>------------------------------------------------------------------------
      *> debite le compte de financement via opdebit, pose le depot
      *> dans DEPATERME.DAT et genere l'INSERT/UPDATE du flux
      *> sequence ; le denouement a l'echeance (capital + interets,
      *> cloture ou renouvellement) est fait par depotermebatch.cbl

          IF WS-DT-MONTANT = ZEROES OR WS-DT-DUREE-MOIS = ZEROES
             MOVE "Montant et duree sont obligatoires" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-DT-RENOUV NOT = 'R' AND WS-DT-RENOUV NOT = 'C'
             MOVE "Instruction d'echeance : R ou C" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO LA-DATE

          MOVE ZEROES TO WS-DT-SOLDE
          MOVE L-COMPTE-ID TO WS-DT-COMPTEID-OP
          CALL 'opdebit' USING WS-DT-SOLDE, WS-DT-MONTANT,
             WS-DT-NEWSOLDE, WS-DT-COMPTEID-OP, LA-DATE,
             'EUR', 'EUR', WS-DT-SUCCESS

          IF WS-DT-SUCCESS = 'NON'
             MOVE "Provision insuffisante pour bloquer ce montant"
               TO WSMSG
             EXIT SECTION
          END-IF

      *>  date d'echeance : mois d'ouverture + duree, annee ajustee
          MOVE WS-YEAR TO WS-DT-ECH-ANNEE
          MOVE WS-MONTH TO WS-DT-ECH-MOIS
          COMPUTE WS-DT-ECH-MOIS-W = WS-DT-ECH-MOIS
             + WS-DT-DUREE-MOIS
          PERFORM UNTIL WS-DT-ECH-MOIS-W NOT > 12
             SUBTRACT 12 FROM WS-DT-ECH-MOIS-W
             ADD 1 TO WS-DT-ECH-ANNEE
          END-PERFORM
          MOVE WS-DT-ECH-MOIS-W TO WS-DT-ECH-MOIS
          STRING WS-DT-ECH-ANNEE '-' WS-DT-ECH-MOIS '-' WS-DAY
             DELIMITED BY SIZE INTO WS-DT-ECH-DATE

          PERFORM NEXT-SQL-SEQ
          MOVE WS-SQL-SEQ-NR TO DT-DEPOTID
          MOVE L-COMPTE-ID TO DT-COMPTEID
          MOVE L-CLIENT-ID TO DT-IDCLIENT
          MOVE WS-DT-MONTANT TO DT-MONTANT
          MOVE WS-DT-TAUX TO DT-TAUX
          MOVE LA-DATE TO DT-DATE-OUVERTURE
          MOVE WS-DT-ECH-DATE TO DT-DATE-ECHEANCE
          MOVE WS-DT-RENOUV TO DT-RENOUVELLEMENT
          MOVE 'ACTIF' TO DT-STATUT
          OPEN EXTEND DEPATERME
          WRITE DEPATERME-RECORD
          CLOSE DEPATERME

          MOVE 'DEPOT A TERME' TO DET-TYPE
          MOVE 'OUVERTURE DEPOT A TERME' TO DET-LIBELLE
          STRING '-' FUNCTION TRIM(WS-DT-MONTANT)
             DELIMITED BY SIZE INTO DET-MONTANT
          MOVE L-COMPTE-ID TO DET-COMPTEID
          MOVE L-CLIENT-ID TO DET-CLIENTID
          MOVE LA-DATE TO DET-DATEOP
          MOVE SQL-DETAIL-LINE TO PRINT-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
          WRITE PRINT-LINE
          CALL 'opjournal' USING WS-SQL-SEQ-NR,
             PRINT-LINE

          MOVE '-' TO DET-OPERATOR
          MOVE WS-DT-MONTANT TO DET-uP-SOMME
          MOVE L-COMPTE-ID TO DET-UP-COMPTEID
          MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
          WRITE PRINT-UP-LINE

          MOVE "Depot a terme ouvert" TO WSMSG

          .
       FNC-OUVRIR-DEPOT-TERME-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ALERTES-PREF-SCREEN SECTION.
      *>------------------------------------------------------------------------
      *> seuils d'alerte du client (solde bas, gros debit) : la ligne
      *> du client connecte est creee ou mise a jour dans
      *> ALERTPREF.DAT (charge-table/reecrit, meme idiome que
      *> cartesop) ; le batch nocturne seuilalertbatch s'en sert pour
      *> poser les messages d'alerte

          PERFORM FNC-CHARGER-ALERTPREF

          IF WS-AP-FOUND-IDX > 0
             MOVE WS-AP-SEUIL-BAS(WS-AP-FOUND-IDX)
               TO WS-AP-IN-SEUIL-BAS
             MOVE WS-AP-SEUIL-GROS(WS-AP-FOUND-IDX)
               TO WS-AP-IN-SEUIL-GROS
             MOVE WS-AP-FLAG-BAS(WS-AP-FOUND-IDX)
               TO WS-AP-IN-FLAG-BAS
             MOVE WS-AP-FLAG-DEBIT(WS-AP-FOUND-IDX)
               TO WS-AP-IN-FLAG-DEBIT
          ELSE
             MOVE ZEROES TO WS-AP-IN-SEUIL-BAS
             MOVE ZEROES TO WS-AP-IN-SEUIL-GROS
             MOVE 'NON' TO WS-AP-IN-FLAG-BAS
             MOVE 'NON' TO WS-AP-IN-FLAG-DEBIT
          END-IF

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY ALERTES-PREF-SCREEN END-DISPLAY
             ACCEPT ALERTES-PREF-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   IF WS-AP-FOUND-IDX = 0
                      ADD 1 TO WS-AP-COUNT
                      MOVE WS-AP-COUNT TO WS-AP-FOUND-IDX
                      MOVE L-CLIENT-ID
                        TO WS-AP-IDCLIENT(WS-AP-FOUND-IDX)
                   END-IF
                   MOVE WS-AP-IN-SEUIL-BAS
                     TO WS-AP-SEUIL-BAS(WS-AP-FOUND-IDX)
                   MOVE WS-AP-IN-SEUIL-GROS
                     TO WS-AP-SEUIL-GROS(WS-AP-FOUND-IDX)
                   MOVE WS-AP-IN-FLAG-BAS
                     TO WS-AP-FLAG-BAS(WS-AP-FOUND-IDX)
                   MOVE WS-AP-IN-FLAG-DEBIT
                     TO WS-AP-FLAG-DEBIT(WS-AP-FOUND-IDX)
                   PERFORM FNC-REWRITE-ALERTPREF
                   MOVE "Seuils d'alerte enregistres" TO WSMSG

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1 : Enregistrer - F10 : Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-ALERTES-PREF-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-ALERTPREF SECTION.
      *>------------------------------------------------------------------------

          OPEN INPUT ALERTPREF
          MOVE 0 TO WS-AP-COUNT
          MOVE 0 TO WS-AP-FOUND-IDX
          MOVE "NON" TO WS-AP-EOF
          READ ALERTPREF
             AT END MOVE "OUI" TO WS-AP-EOF
          END-READ
          PERFORM UNTIL WS-AP-EOF = "OUI"
             ADD 1 TO WS-AP-COUNT
             MOVE AP-IDCLIENT TO WS-AP-IDCLIENT(WS-AP-COUNT)
             MOVE AP-SEUIL-BAS TO WS-AP-SEUIL-BAS(WS-AP-COUNT)
             MOVE AP-SEUIL-GROS-DEB TO WS-AP-SEUIL-GROS(WS-AP-COUNT)
             MOVE AP-FLAG-BAS TO WS-AP-FLAG-BAS(WS-AP-COUNT)
             MOVE AP-FLAG-DEBIT TO WS-AP-FLAG-DEBIT(WS-AP-COUNT)
             IF AP-IDCLIENT = L-CLIENT-ID
                MOVE WS-AP-COUNT TO WS-AP-FOUND-IDX
             END-IF
             READ ALERTPREF
                AT END MOVE "OUI" TO WS-AP-EOF
             END-READ
          END-PERFORM
          CLOSE ALERTPREF

          .
       FNC-CHARGER-ALERTPREF-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REWRITE-ALERTPREF SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT ALERTPREF
          PERFORM VARYING WS-AP-IDX FROM 1 BY 1
             UNTIL WS-AP-IDX > WS-AP-COUNT
             MOVE WS-AP-IDCLIENT(WS-AP-IDX) TO AP-IDCLIENT
             MOVE WS-AP-SEUIL-BAS(WS-AP-IDX) TO AP-SEUIL-BAS
             MOVE WS-AP-SEUIL-GROS(WS-AP-IDX) TO AP-SEUIL-GROS-DEB
             MOVE WS-AP-FLAG-BAS(WS-AP-IDX) TO AP-FLAG-BAS
             MOVE WS-AP-FLAG-DEBIT(WS-AP-IDX) TO AP-FLAG-DEBIT
             WRITE ALERTPREF-RECORD
          END-PERFORM
          CLOSE ALERTPREF

          .
       FNC-REWRITE-ALERTPREF-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ANCIENS-RELEVES SECTION.
      *>------------------------------------------------------------------------
      *> liste les entrees de l'index RELEVEIDX.DAT du client
      *> connecte (releves archives RELARCH-aaaamm-<compte>.HTML par
      *> relevebatch) et re-materialise a la demande le releve choisi
      *> dans FLYRFILE.HTML, le fichier d'affichage habituel

          PERFORM FNC-CHARGER-RELEVEIDX

          IF WS-RIX-COUNT = 0
             MOVE "Aucun releve archive pour vous" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE 1 TO WS-RIX-CURRENT

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY ANCIENS-RELEVES-SCREEN END-DISPLAY
             ACCEPT ANCIENS-RELEVES-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   IF WS-RIX-CURRENT < WS-RIX-COUNT
                      ADD 1 TO WS-RIX-CURRENT
                   ELSE
                      MOVE 1 TO WS-RIX-CURRENT
                   END-IF

                WHEN V-FNC-F2
                   PERFORM FNC-REAFFICHER-RELEVE

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Suivant F2-Reafficher F10-Revenir"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-ANCIENS-RELEVES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-RELEVEIDX SECTION.
      *>------------------------------------------------------------------------

          MOVE 0 TO WS-RIX-COUNT
          MOVE "NON" TO WS-RIX-EOF
          OPEN INPUT RELEVEIDX
          IF WS-RIX-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ RELEVEIDX
             AT END MOVE "OUI" TO WS-RIX-EOF
          END-READ
          PERFORM UNTIL WS-RIX-EOF = "OUI"
             IF RIX-IDCLIENT = L-CLIENT-ID
                ADD 1 TO WS-RIX-COUNT
                MOVE RIX-COMPTEID TO WS-RIX-COMPTEID(WS-RIX-COUNT)
                MOVE RIX-PERIODE TO WS-RIX-PERIODE(WS-RIX-COUNT)
                MOVE RIX-FILENAME TO WS-RIX-FILENAME(WS-RIX-COUNT)
             END-IF
             READ RELEVEIDX
                AT END MOVE "OUI" TO WS-RIX-EOF
             END-READ
          END-PERFORM
          CLOSE RELEVEIDX

          .
       FNC-CHARGER-RELEVEIDX-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REAFFICHER-RELEVE SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-RIX-FILENAME(WS-RIX-CURRENT)
            TO WS-RIX-ARCH-FILENAME
          MOVE "NON" TO WS-RIX-EOF
          OPEN INPUT RELARCHIVE
          IF WS-RIX-ARCH-STATUS NOT = "00"
             MOVE "Fichier d'archive introuvable" TO WSMSG
             EXIT SECTION
          END-IF
          OPEN OUTPUT RELVIEW
          READ RELARCHIVE
             AT END MOVE "OUI" TO WS-RIX-EOF
          END-READ
          PERFORM UNTIL WS-RIX-EOF = "OUI"
             MOVE RELARCHIVE-LINE TO RELVIEW-LINE
             WRITE RELVIEW-LINE
             READ RELARCHIVE
                AT END MOVE "OUI" TO WS-RIX-EOF
             END-READ
          END-PERFORM
          CLOSE RELARCHIVE
          CLOSE RELVIEW

          MOVE "Releve recopie dans FLYRFILE.HTML" TO WSMSG

          .
       FNC-REAFFICHER-RELEVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BENEFICIAIRES SECTION.
      *>------------------------------------------------------------------------
      *> referentiel des beneficiaires du client connecte : liste et
      *> ajout (IBAN valide par ibancheck, statut EN ATTENTE pendant
      *> la carence de 48 heures -- ou jusqu'a confirmation par un
      *> conseiller dans activity2banq)

          PERFORM FNC-CHARGER-BENEFICIAIRES

          MOVE 0 TO WS-BEN-CURRENT
          PERFORM FNC-BEN-SUIVANT-DU-CLIENT
          IF WS-BEN-CURRENT = 0
             MOVE "Aucun beneficiaire enregistre" TO WSMSG
             MOVE 1 TO WS-BEN-CURRENT
          END-IF

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY BENEFICIAIRES-SCREEN END-DISPLAY
             ACCEPT BENEFICIAIRES-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-BEN-SUIVANT-DU-CLIENT

                WHEN V-FNC-F2
                   PERFORM FNC-AJOUTER-BENEFICIAIRE

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Suivant F2-Ajouter F10-Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-BENEFICIAIRES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BEN-SUIVANT-DU-CLIENT SECTION.
      *>------------------------------------------------------------------------
      *> avance WS-BEN-CURRENT sur la prochaine ligne du client
      *> connecte (la table porte tout le fichier)

          MOVE WS-BEN-CURRENT TO WS-BEN-IDX
          ADD 1 TO WS-BEN-IDX
          PERFORM UNTIL WS-BEN-IDX > WS-BEN-COUNT
             IF WS-BEN-IDCLIENT(WS-BEN-IDX) = L-CLIENT-ID
                MOVE WS-BEN-IDX TO WS-BEN-CURRENT
                EXIT SECTION
             END-IF
             ADD 1 TO WS-BEN-IDX
          END-PERFORM

      *>  fin de liste : on repart du debut
          PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
             UNTIL WS-BEN-IDX > WS-BEN-COUNT
             IF WS-BEN-IDCLIENT(WS-BEN-IDX) = L-CLIENT-ID
                MOVE WS-BEN-IDX TO WS-BEN-CURRENT
                EXIT SECTION
             END-IF
          END-PERFORM

          .
       FNC-BEN-SUIVANT-DU-CLIENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-BENEFICIAIRES SECTION.
      *>------------------------------------------------------------------------

          MOVE 0 TO WS-BEN-COUNT
          MOVE "NON" TO WS-BEN-EOF
          OPEN INPUT BENEFICIAIRES
          IF WS-BEN-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ BENEFICIAIRES
             AT END MOVE "OUI" TO WS-BEN-EOF
          END-READ
          PERFORM UNTIL WS-BEN-EOF = "OUI"
             ADD 1 TO WS-BEN-COUNT
             MOVE BEN-IDCLIENT TO WS-BEN-IDCLIENT(WS-BEN-COUNT)
             MOVE BEN-NOM TO WS-BEN-NOM(WS-BEN-COUNT)
             MOVE BEN-IBAN TO WS-BEN-IBAN(WS-BEN-COUNT)
             MOVE BEN-DATE-AJOUT TO WS-BEN-DATE-AJOUT(WS-BEN-COUNT)
             MOVE BEN-STATUT TO WS-BEN-STATUT(WS-BEN-COUNT)
             READ BENEFICIAIRES
                AT END MOVE "OUI" TO WS-BEN-EOF
             END-READ
          END-PERFORM
          CLOSE BENEFICIAIRES

          .
       FNC-CHARGER-BENEFICIAIRES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-AJOUTER-BENEFICIAIRE SECTION.
      *>------------------------------------------------------------------------

          IF WS-BEN-IN-NOM = SPACES OR WS-BEN-IN-IBAN = SPACES
             MOVE "Nom et IBAN sont obligatoires" TO WSMSG
             EXIT SECTION
          END-IF

          CALL 'ibancheck' USING WS-BEN-IN-IBAN, WS-IBAN-VALIDE
          IF WS-IBAN-VALIDE = 'NON'
             MOVE "IBAN du beneficiaire invalide" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          ADD 1 TO WS-BEN-COUNT
          MOVE L-CLIENT-ID TO WS-BEN-IDCLIENT(WS-BEN-COUNT)
          MOVE WS-BEN-IN-NOM TO WS-BEN-NOM(WS-BEN-COUNT)
          MOVE WS-BEN-IN-IBAN TO WS-BEN-IBAN(WS-BEN-COUNT)
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE
             INTO WS-BEN-DATE-AJOUT(WS-BEN-COUNT)
          MOVE "EN ATTENTE" TO WS-BEN-STATUT(WS-BEN-COUNT)

          PERFORM FNC-REWRITE-BENEFICIAIRES

          MOVE "Beneficiaire ajoute (carence de 48 heures)"
            TO WSMSG

          .
       FNC-AJOUTER-BENEFICIAIRE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REWRITE-BENEFICIAIRES SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT BENEFICIAIRES
          PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
             UNTIL WS-BEN-IDX > WS-BEN-COUNT
             MOVE WS-BEN-IDCLIENT(WS-BEN-IDX) TO BEN-IDCLIENT
             MOVE WS-BEN-NOM(WS-BEN-IDX) TO BEN-NOM
             MOVE WS-BEN-IBAN(WS-BEN-IDX) TO BEN-IBAN
             MOVE WS-BEN-DATE-AJOUT(WS-BEN-IDX) TO BEN-DATE-AJOUT
             MOVE WS-BEN-STATUT(WS-BEN-IDX) TO BEN-STATUT
             WRITE BENEFICIAIRES-RECORD
          END-PERFORM
          CLOSE BENEFICIAIRES

          .
       FNC-REWRITE-BENEFICIAIRES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-RESOUDRE-BENEFICIAIRE SECTION.
      *>------------------------------------------------------------------------
      *> retrouve le WS-BEN-CHOISI-ieme beneficiaire du client
      *> connecte et applique la regle de carence : ACTIF passe
      *> toujours, EN ATTENTE passe seulement une fois les 48 heures
      *> ecoulees ; a defaut le virement est refuse

          MOVE 0 TO WS-BEN-TROUVE-IDX
          PERFORM FNC-CHARGER-BENEFICIAIRES
          MOVE 0 TO WS-BEN-RANG
          PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
             UNTIL WS-BEN-IDX > WS-BEN-COUNT
             IF WS-BEN-IDCLIENT(WS-BEN-IDX) = L-CLIENT-ID
                ADD 1 TO WS-BEN-RANG
                IF WS-BEN-RANG = WS-BEN-CHOISI
                   MOVE WS-BEN-IDX TO WS-BEN-TROUVE-IDX
                   EXIT PERFORM
                END-IF
             END-IF
          END-PERFORM

          IF WS-BEN-TROUVE-IDX = 0
             MOVE "Beneficiaire inconnu" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-BEN-STATUT(WS-BEN-TROUVE-IDX) NOT = 'ACTIF'
             STRING WS-BEN-DATE-AJOUT(WS-BEN-TROUVE-IDX)(1:4)
                WS-BEN-DATE-AJOUT(WS-BEN-TROUVE-IDX)(6:2)
                WS-BEN-DATE-AJOUT(WS-BEN-TROUVE-IDX)(9:2)
                DELIMITED BY SIZE INTO WS-BEN-AJOUT-NUM
             COMPUTE WS-BEN-AJOUT-INT = FUNCTION INTEGER-OF-DATE
                (WS-BEN-AJOUT-NUM)
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BEN-TODAY-NUM
             COMPUTE WS-BEN-TODAY-INT = FUNCTION INTEGER-OF-DATE
                (WS-BEN-TODAY-NUM)
             IF WS-BEN-TODAY-INT - WS-BEN-AJOUT-INT < 2
                MOVE "Beneficiaire en carence de 48 heures"
                  TO WSMSG
                MOVE 0 TO WS-BEN-TROUVE-IDX
                EXIT SECTION
             END-IF
          END-IF

          MOVE WS-BEN-IBAN(WS-BEN-TROUVE-IDX) TO WS-IBAN-DEST

          .
       FNC-RESOUDRE-BENEFICIAIRE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VIREMENTS-PERM SECTION.
      *>------------------------------------------------------------------------
      *> tenue des virements permanents du client connecte : creation,
      *> modification du montant/jour/destination, suspension et
      *> annulation, toutes passees par le module standordop (qui
      *> centralise la reecriture de STANDORD.DAT comme cartesop pour
      *> CARTES.DAT). Le client ne voit et ne touche que ses propres
      *> ordres, sa titularite sur le compte debite est verifiee via
      *> comptetitulaires, et chaque changement part dans AUDITLOG.

          CALL 'comptetitulaires' USING L-COMPTE-ID, L-CLIENT-ID,
             WS-TIT-ROLE, WS-TIT-SUCCESS
          IF WS-TIT-SUCCESS NOT = 'OUI'
             MOVE "Client non titulaire de ce compte" TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FNC-CHARGER-MES-ORDRES
          MOVE 1 TO WS-SOV-CURRENT
          IF WS-SOV-COUNT = 0
             MOVE "Aucun virement permanent" TO WSMSG
          END-IF

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY VIREMENTS-PERM-SCREEN END-DISPLAY
             ACCEPT VIREMENTS-PERM-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   IF WS-SOV-CURRENT < WS-SOV-COUNT
                      ADD 1 TO WS-SOV-CURRENT
                   ELSE
                      MOVE 1 TO WS-SOV-CURRENT
                   END-IF

                WHEN V-FNC-F2
                   MOVE 'C' TO WS-SOV-ACTION
                   PERFORM FNC-APPELER-STANDORDOP

                WHEN V-FNC-F3
                   MOVE 'M' TO WS-SOV-ACTION
                   PERFORM FNC-APPELER-STANDORDOP

                WHEN V-FNC-F4
                   MOVE 'S' TO WS-SOV-ACTION
                   PERFORM FNC-APPELER-STANDORDOP

                WHEN V-FNC-F5
                   MOVE 'A' TO WS-SOV-ACTION
                   PERFORM FNC-APPELER-STANDORDOP

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Suiv F2-Creer F3-Mod F4-Susp F5-Annul"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-VIREMENTS-PERM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-MES-ORDRES SECTION.
      *>------------------------------------------------------------------------

          MOVE 0 TO WS-SOV-COUNT
          MOVE "NON" TO WS-SOV-EOF
          OPEN INPUT STANDORD
          IF WS-SOV-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ STANDORD
             AT END MOVE "OUI" TO WS-SOV-EOF
          END-READ
          PERFORM UNTIL WS-SOV-EOF = "OUI"
             IF SO-CLIENT-ID = L-CLIENT-ID
                ADD 1 TO WS-SOV-COUNT
                MOVE SO-ORDREID TO WS-SOV-ORDREID(WS-SOV-COUNT)
                MOVE SO-COMPTE-DEST
                  TO WS-SOV-COMPTE-DEST(WS-SOV-COUNT)
                MOVE SO-CLIENT-DEST-ID
                  TO WS-SOV-CLIENT-DEST(WS-SOV-COUNT)
                MOVE SO-MONTANT TO WS-SOV-MONTANT(WS-SOV-COUNT)
                MOVE SO-JOUR-EXEC TO WS-SOV-JOUR-EXEC(WS-SOV-COUNT)
                MOVE SO-IBAN-DEST TO WS-SOV-IBAN-DEST(WS-SOV-COUNT)
                MOVE SO-STATUT TO WS-SOV-STATUT(WS-SOV-COUNT)
             END-IF
             READ STANDORD
                AT END MOVE "OUI" TO WS-SOV-EOF
             END-READ
          END-PERFORM
          CLOSE STANDORD

          .
       FNC-CHARGER-MES-ORDRES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-APPELER-STANDORDOP SECTION.
      *>------------------------------------------------------------------------

          IF WS-SOV-ACTION = 'C'
             IF WS-SOV-IN-MONTANT = ZEROES
                OR WS-SOV-IN-JOUR = ZEROES
                MOVE "Montant et jour sont obligatoires" TO WSMSG
                EXIT SECTION
             END-IF
             MOVE ZEROES TO WS-SOV-ORDREID-OP
          ELSE
             IF WS-SOV-COUNT = 0
                MOVE "Aucun ordre a traiter" TO WSMSG
                EXIT SECTION
             END-IF
             MOVE WS-SOV-ORDREID(WS-SOV-CURRENT)
               TO WS-SOV-ORDREID-OP
             IF WS-SOV-ACTION = 'M'
                AND WS-SOV-IN-MONTANT = ZEROES
                MOVE "Veuillez saisir le nouveau montant" TO WSMSG
                EXIT SECTION
             END-IF
          END-IF

      *>  l'IBAN de destination saisi est valide avant d'etre stocke
          IF WS-SOV-IN-IBAN-DEST NOT = SPACES
             AND (WS-SOV-ACTION = 'C' OR WS-SOV-ACTION = 'M')
             CALL 'ibancheck' USING WS-SOV-IN-IBAN-DEST,
                WS-IBAN-VALIDE
             IF WS-IBAN-VALIDE = 'NON'
                MOVE "IBAN de destination invalide" TO WSMSG
                EXIT SECTION
             END-IF
          END-IF

          CALL 'standordop' USING WS-SOV-ACTION, WS-SOV-ORDREID-OP,
             L-CLIENT-ID, WS-SOV-IN-COMPTE-DEST,
             WS-SOV-IN-CLIENT-DEST, WS-SOV-IN-MONTANT,
             WS-SOV-IN-JOUR, WS-SOV-IN-IBAN-DEST, WS-SOV-SUCCESS

          IF WS-SOV-SUCCESS = 'OUI'
             PERFORM FNC-AUDIT-ORDRE
             PERFORM FNC-CHARGER-MES-ORDRES
             MOVE 1 TO WS-SOV-CURRENT
             MOVE "Ordre mis a jour" TO WSMSG
          ELSE
             MOVE "Ordre introuvable" TO WSMSG
          END-IF

          .
       FNC-APPELER-STANDORDOP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-AUDIT-ORDRE SECTION.
      *>------------------------------------------------------------------------

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO CLA-DATE
          MOVE L-CLIENT-ID TO CLA-CLIENT
          EVALUATE WS-SOV-ACTION
             WHEN 'C' MOVE 'CREATION ORDRE' TO CLA-ACTION
             WHEN 'M' MOVE 'MODIFICATION ORDRE' TO CLA-ACTION
             WHEN 'S' MOVE 'SUSPENSION ORDRE' TO CLA-ACTION
             WHEN OTHER MOVE 'ANNULATION ORDRE' TO CLA-ACTION
          END-EVALUATE
          MOVE SPACES TO CLA-DETAIL
          STRING "ORDRE " WS-SOV-ORDREID-OP
             " MONTANT " WS-SOV-IN-MONTANT
             DELIMITED BY SIZE INTO CLA-DETAIL
          OPEN EXTEND AUDITLOG
          WRITE AUDITLOG-LINE FROM WS-CL-AUDIT-LINE
          CLOSE AUDITLOG
      *>  chaque ligne ecrite alimente la chaine de condensats
      *>  infalsifiable (voir auditchain/auditverifbatch)
          MOVE SPACES TO WS-AUDIT-CHAINE-LIGNE
          MOVE WS-CL-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE
          CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE

          .
       FNC-AUDIT-ORDRE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-MES-MANDATS SECTION.
      *>------------------------------------------------------------------------
      *> mandats de prelevement du client connecte : consultation et
      *> blocage d'un creancier (statut BLOQUE -- prelevsepabatch
      *> refuse alors ses remises et genere un retour). La table
      *> porte tout le fichier pour pouvoir le reecrire, l'affichage
      *> ne parcourt que les lignes du client.

          PERFORM FNC-CHARGER-MES-MANDATS

          MOVE 0 TO WS-MDC-CURRENT
          PERFORM FNC-MDC-SUIVANT
          IF WS-MDC-CURRENT = 0
             MOVE "Aucun mandat enregistre" TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY MES-MANDATS-SCREEN END-DISPLAY
             ACCEPT MES-MANDATS-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-MDC-SUIVANT

                WHEN V-FNC-F2
                   MOVE "BLOQUE"
                     TO WS-MDC-STATUT(WS-MDC-CURRENT)
                   PERFORM FNC-REWRITE-MANDATS
                   MOVE "Creancier bloque" TO WSMSG

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Suivant F2-Bloquer F10-Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-MES-MANDATS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-MDC-SUIVANT SECTION.
      *>------------------------------------------------------------------------
      *> avance WS-MDC-CURRENT sur la prochaine ligne du client
      *> connecte, en rebouclant en debut de table

          MOVE WS-MDC-CURRENT TO WS-MDC-IDX
          ADD 1 TO WS-MDC-IDX
          PERFORM UNTIL WS-MDC-IDX > WS-MDC-COUNT
             IF WS-MDC-IDCLIENT(WS-MDC-IDX) = L-CLIENT-ID
                MOVE WS-MDC-IDX TO WS-MDC-CURRENT
                EXIT SECTION
             END-IF
             ADD 1 TO WS-MDC-IDX
          END-PERFORM

          PERFORM VARYING WS-MDC-IDX FROM 1 BY 1
             UNTIL WS-MDC-IDX > WS-MDC-COUNT
             IF WS-MDC-IDCLIENT(WS-MDC-IDX) = L-CLIENT-ID
                MOVE WS-MDC-IDX TO WS-MDC-CURRENT
                EXIT SECTION
             END-IF
          END-PERFORM

          .
       FNC-MDC-SUIVANT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-MES-MANDATS SECTION.
      *>------------------------------------------------------------------------

          MOVE 0 TO WS-MDC-COUNT
          MOVE "NON" TO WS-MDC-EOF
          OPEN INPUT MANDATS
          IF WS-MDC-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ MANDATS
             AT END MOVE "OUI" TO WS-MDC-EOF
          END-READ
          PERFORM UNTIL WS-MDC-EOF = "OUI"
             ADD 1 TO WS-MDC-COUNT
             MOVE MD-IDCLIENT TO WS-MDC-IDCLIENT(WS-MDC-COUNT)
             MOVE MD-REFERENCE TO WS-MDC-REFERENCE(WS-MDC-COUNT)
             MOVE MD-CREANCIER-ID TO WS-MDC-CREANCIER(WS-MDC-COUNT)
             MOVE MD-COMPTEID TO WS-MDC-COMPTEID(WS-MDC-COUNT)
             MOVE MD-DATE-SIGNATURE
               TO WS-MDC-DATE-SIGN(WS-MDC-COUNT)
             MOVE MD-STATUT TO WS-MDC-STATUT(WS-MDC-COUNT)
             READ MANDATS
                AT END MOVE "OUI" TO WS-MDC-EOF
             END-READ
          END-PERFORM
          CLOSE MANDATS

          .
       FNC-CHARGER-MES-MANDATS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REWRITE-MANDATS SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT MANDATS
          PERFORM VARYING WS-MDC-IDX FROM 1 BY 1
             UNTIL WS-MDC-IDX > WS-MDC-COUNT
             MOVE WS-MDC-REFERENCE(WS-MDC-IDX) TO MD-REFERENCE
             MOVE WS-MDC-CREANCIER(WS-MDC-IDX) TO MD-CREANCIER-ID
             MOVE WS-MDC-IDCLIENT(WS-MDC-IDX) TO MD-IDCLIENT
             MOVE WS-MDC-COMPTEID(WS-MDC-IDX) TO MD-COMPTEID
             MOVE WS-MDC-DATE-SIGN(WS-MDC-IDX) TO MD-DATE-SIGNATURE
             MOVE WS-MDC-STATUT(WS-MDC-IDX) TO MD-STATUT
             WRITE MANDATS-RECORD
          END-PERFORM
          CLOSE MANDATS

          .
       FNC-REWRITE-MANDATS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DEMANDER-CHEQUIER SECTION.
      *>------------------------------------------------------------------------
      *> demande de chequier pour le compte du client connecte : la
      *> titularite est verifiee, un compte frappe d'interdiction de
      *> chequier (INTERDITS.DAT, pose par chequebatch au premier
      *> cheque sans provision) est refuse, sinon la demande part en
      *> file CHQDEMANDES.DAT au statut DEMANDE -- l'attribution de
      *> la plage de numeros, l'ordre de production chez l'imprimeur
      *> et l'activation a la livraison sont faits par
      *> chequierfabbatch, plus par une saisie manuelle

          CALL 'comptetitulaires' USING L-COMPTE-ID, L-CLIENT-ID,
             WS-TIT-ROLE, WS-TIT-SUCCESS
          IF WS-TIT-SUCCESS NOT = 'OUI'
             MOVE "Client non titulaire de ce compte" TO WSMSG
             EXIT SECTION
          END-IF

      *>  regle produit : pas de chequier sur un produit qui ne le
      *>  permet pas (livret reglemente)
          CALL 'produitcompte' USING L-COMPTE-ID, WS-PROD-CODE,
             WS-PROD-DECOUVERT, WS-PROD-METHODE,
             WS-PROD-PLAFOND-DEPOT, WS-PROD-CARTE,
             WS-PROD-CHEQUIER
          IF WS-PROD-CHEQUIER = 'NON'
             MOVE "Ce produit ne permet pas de chequier" TO WSMSG
             EXIT SECTION
          END-IF

      *>  pas de chequier sur le compte d'un mineur
          MOVE L-COMPTE-ID TO WS-MIN-COMPTEID
          MOVE ZEROES TO WS-MIN-IDCLIENT
          MOVE SPACES TO WS-MIN-DATE
          CALL 'mineurcheck' USING WS-MIN-COMPTEID, WS-MIN-IDCLIENT,
             WS-MIN-DATE, WS-MIN-MINEUR, WS-MIN-AGE,
             WS-MIN-PLAFOND-CARTE, WS-MIN-PLAFOND-RETRAIT
          IF WS-MIN-MINEUR = 'OUI'
             MOVE "Pas de chequier sur le compte d'un mineur" TO WSMSG
             EXIT SECTION
          END-IF

      *>  interdiction de chequier sur le compte
          MOVE 'NON' TO WS-CHQ-INTERDIT
          MOVE "NON" TO WS-CHQ-EOF
          OPEN INPUT INTERDITS
          IF WS-INT-STATUS = "00"
             READ INTERDITS
                AT END MOVE "OUI" TO WS-CHQ-EOF
             END-READ
             PERFORM UNTIL WS-CHQ-EOF = "OUI"
                IF INT-COMPTEID = L-COMPTE-ID
                   MOVE 'OUI' TO WS-CHQ-INTERDIT
                   MOVE "OUI" TO WS-CHQ-EOF
                ELSE
                   READ INTERDITS
                      AT END MOVE "OUI" TO WS-CHQ-EOF
                   END-READ
                END-IF
             END-PERFORM
             CLOSE INTERDITS
          END-IF

          IF WS-CHQ-INTERDIT = 'OUI'
             MOVE "Compte interdit de chequier" TO WSMSG
             EXIT SECTION
          END-IF

      *>  la demande attend la fabrication : l'attribution de la
      *>  plage appartient a chequierfabbatch
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE L-COMPTE-ID TO CHD-COMPTEID
          MOVE L-CLIENT-ID TO CHD-IDCLIENT
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO CHD-DATE-DEMANDE
          MOVE 'DEMANDE' TO CHD-STATUT
          OPEN EXTEND CHQDEMANDES
          WRITE CHQDEMANDES-RECORD
          CLOSE CHQDEMANDES

          MOVE "Demande de chequier enregistree" TO WSMSG

          .
       FNC-DEMANDER-CHEQUIER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LIRE-SEUIL-CONJOINT SECTION.
      *>------------------------------------------------------------------------
      *> seuil de la signature conjointe, optionnel-avec-defaut comme
      *> READ-VIREMAPPR-SEUIL

          MOVE 2000.00 TO WS-COA-SEUIL
          OPEN INPUT CONJOINTPARM
          READ CONJOINTPARM
             AT END
                CONTINUE
             NOT AT END
                IF CJP-SEUIL NOT = ZEROES
                   MOVE CJP-SEUIL TO WS-COA-SEUIL
                END-IF
          END-READ
          CLOSE CONJOINTPARM

          .
       FNC-LIRE-SEUIL-CONJOINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-QUEUE-APPROB-CONJOINTE SECTION.
      *>------------------------------------------------------------------------
      *> met le debit en attente de l'approbation du co-titulaire :
      *> enregistrement COAPPROB.DAT et message systeme dans la boite
      *> du co-titulaire (retrouve dans COMPTETITULAIRES.DAT)

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          PERFORM NEXT-SQL-SEQ
          MOVE WS-SQL-SEQ-NR TO COA-ID
          MOVE L-COMPTE-ID TO COA-COMPTEID
          MOVE L-CLIENT-ID TO COA-DEMANDEUR
          MOVE SOMMEEPARGNEE TO COA-MONTANT
          MOVE LIBELLEVIREM TO COA-LIBELLE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO COA-DATE
          MOVE COA-DATE TO WS-COA-TODAY-ISO
          MOVE "EN ATTENTE" TO COA-STATUT
          OPEN EXTEND COAPPROB
          WRITE COAPPROB-RECORD
          CLOSE COAPPROB

      *>  le co-titulaire (autre titulaire du compte) est prevenu
          PERFORM FNC-TROUVER-COTITULAIRE
          IF WS-COA-COTIT NOT = ZEROES
             MOVE 'DEBIT CONJOINT A APPROUVER' TO WS-COA-NOTIF-SUBJECT
             MOVE SPACES TO WS-COA-NOTIF-BODY
             STRING 'Un debit de ' SOMMEEPARGNEE
                ' attend votre approbation'
                DELIMITED BY SIZE INTO WS-COA-NOTIF-BODY
             CALL 'msgnotif' USING WS-COA-COTIT,
                WS-COA-NOTIF-SUBJECT, WS-COA-NOTIF-BODY,
                WS-COA-TODAY-ISO
          END-IF

          MOVE "Debit en attente du co-titulaire" TO WSMSG

          .
       FNC-QUEUE-APPROB-CONJOINTE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-TROUVER-COTITULAIRE SECTION.
      *>------------------------------------------------------------------------

          MOVE ZEROES TO WS-COA-COTIT
          MOVE "NON" TO WS-COA-EOF
          OPEN INPUT TITULAIRES
          IF WS-TITF-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ TITULAIRES
             AT END MOVE "OUI" TO WS-COA-EOF
          END-READ
          PERFORM UNTIL WS-COA-EOF = "OUI"
             IF TIT-COMPTEID = L-COMPTE-ID
                AND TIT-IDCLIENT NOT = L-CLIENT-ID
                MOVE TIT-IDCLIENT TO WS-COA-COTIT
                MOVE "OUI" TO WS-COA-EOF
             ELSE
                READ TITULAIRES
                   AT END MOVE "OUI" TO WS-COA-EOF
                END-READ
             END-IF
          END-PERFORM
          CLOSE TITULAIRES

          .
       FNC-TROUVER-COTITULAIRE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-APPROUVER-CONJOINT SECTION.
      *>------------------------------------------------------------------------
      *> le co-titulaire approuve (ou laisse expirer) les debits en
      *> attente sur les comptes dont il est titulaire et dont il
      *> n'est pas le demandeur ; les demandes de plus de 7 jours
      *> expirent au chargement, avec notification du demandeur

          PERFORM FNC-CHARGER-COAPPROB
          PERFORM FNC-EXPIRER-COAPPROB

          MOVE 0 TO WS-COA-CURRENT
          PERFORM FNC-COA-SUIVANT
          IF WS-COA-CURRENT = 0
             MOVE "Aucun debit en attente pour vous" TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY APPROUVER-CONJOINT-SCREEN END-DISPLAY
             ACCEPT APPROUVER-CONJOINT-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-COA-SUIVANT

                WHEN V-FNC-F2
                   PERFORM FNC-EXECUTER-DEBIT-CONJOINT

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Suivant F2-Approuver F10-Revenir"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-APPROUVER-CONJOINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-COA-SUIVANT SECTION.
      *>------------------------------------------------------------------------
      *> prochaine demande EN ATTENTE d'un compte dont le client
      *> connecte est titulaire sans en etre le demandeur

          MOVE WS-COA-CURRENT TO WS-COA-IDX
          ADD 1 TO WS-COA-IDX
          PERFORM UNTIL WS-COA-IDX > WS-COA-COUNT
             IF WS-COA-STATUT(WS-COA-IDX) = 'EN ATTENTE'
                AND WS-COA-DEMANDEUR(WS-COA-IDX) NOT = L-CLIENT-ID
                CALL 'comptetitulaires' USING
                   WS-COA-COMPTEID(WS-COA-IDX), L-CLIENT-ID,
                   WS-TIT-ROLE, WS-TIT-SUCCESS
                IF WS-TIT-SUCCESS = 'OUI'
                   MOVE WS-COA-IDX TO WS-COA-CURRENT
                   EXIT SECTION
                END-IF
             END-IF
             ADD 1 TO WS-COA-IDX
          END-PERFORM

          PERFORM VARYING WS-COA-IDX FROM 1 BY 1
             UNTIL WS-COA-IDX > WS-COA-COUNT
             IF WS-COA-STATUT(WS-COA-IDX) = 'EN ATTENTE'
                AND WS-COA-DEMANDEUR(WS-COA-IDX) NOT = L-CLIENT-ID
                CALL 'comptetitulaires' USING
                   WS-COA-COMPTEID(WS-COA-IDX), L-CLIENT-ID,
                   WS-TIT-ROLE, WS-TIT-SUCCESS
                IF WS-TIT-SUCCESS = 'OUI'
                   MOVE WS-COA-IDX TO WS-COA-CURRENT
                   EXIT SECTION
                END-IF
             END-IF
          END-PERFORM

          .
       FNC-COA-SUIVANT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-COAPPROB SECTION.
      *>------------------------------------------------------------------------

          MOVE 0 TO WS-COA-COUNT
          MOVE "NON" TO WS-COA-EOF
          OPEN INPUT COAPPROB
          IF WS-COA-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ COAPPROB
             AT END MOVE "OUI" TO WS-COA-EOF
          END-READ
          PERFORM UNTIL WS-COA-EOF = "OUI"
             ADD 1 TO WS-COA-COUNT
             MOVE COA-ID TO WS-COA-ID(WS-COA-COUNT)
             MOVE COA-COMPTEID TO WS-COA-COMPTEID(WS-COA-COUNT)
             MOVE COA-DEMANDEUR TO WS-COA-DEMANDEUR(WS-COA-COUNT)
             MOVE COA-MONTANT TO WS-COA-MONTANT(WS-COA-COUNT)
             MOVE COA-LIBELLE TO WS-COA-LIBELLE(WS-COA-COUNT)
             MOVE COA-DATE TO WS-COA-DATE(WS-COA-COUNT)
             MOVE COA-STATUT TO WS-COA-STATUT(WS-COA-COUNT)
             READ COAPPROB
                AT END MOVE "OUI" TO WS-COA-EOF
             END-READ
          END-PERFORM
          CLOSE COAPPROB

          .
       FNC-CHARGER-COAPPROB-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-EXPIRER-COAPPROB SECTION.
      *>------------------------------------------------------------------------
      *> une demande non approuvee depuis plus de 7 jours expire, le
      *> demandeur en est notifie

          MOVE 'NON' TO WS-COA-EXPIREE
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-COA-TODAY-NUM
          COMPUTE WS-COA-TODAY-INT = FUNCTION INTEGER-OF-DATE
             (WS-COA-TODAY-NUM)
          STRING WS-COA-TODAY-NUM(1:4) '-' WS-COA-TODAY-NUM(5:2) '-'
             WS-COA-TODAY-NUM(7:2)
             DELIMITED BY SIZE INTO WS-COA-TODAY-ISO

          PERFORM VARYING WS-COA-IDX FROM 1 BY 1
             UNTIL WS-COA-IDX > WS-COA-COUNT
             IF WS-COA-STATUT(WS-COA-IDX) = 'EN ATTENTE'
                STRING WS-COA-DATE(WS-COA-IDX)(1:4)
                   WS-COA-DATE(WS-COA-IDX)(6:2)
                   WS-COA-DATE(WS-COA-IDX)(9:2)
                   DELIMITED BY SIZE INTO WS-COA-AGE-NUM
                COMPUTE WS-COA-AGE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-COA-AGE-NUM)
                IF WS-COA-TODAY-INT - WS-COA-AGE-INT > 7
                   MOVE 'EXPIRE' TO WS-COA-STATUT(WS-COA-IDX)
                   MOVE 'OUI' TO WS-COA-EXPIREE
                   MOVE 'DEBIT CONJOINT EXPIRE'
                     TO WS-COA-NOTIF-SUBJECT
                   MOVE SPACES TO WS-COA-NOTIF-BODY
                   STRING 'Votre debit de '
                      WS-COA-MONTANT(WS-COA-IDX)
                      ' a expire sans approbation'
                      DELIMITED BY SIZE INTO WS-COA-NOTIF-BODY
                   CALL 'msgnotif' USING
                      WS-COA-DEMANDEUR(WS-COA-IDX),
                      WS-COA-NOTIF-SUBJECT, WS-COA-NOTIF-BODY,
                      WS-COA-TODAY-ISO
                END-IF
             END-IF
          END-PERFORM

      *>  une seule reecriture du fichier une fois TOUTES les
      *>  demandes perimees passees EXPIRE
          IF WS-COA-EXPIREE = 'OUI'
             PERFORM FNC-REWRITE-COAPPROB
          END-IF

          .
       FNC-EXPIRER-COAPPROB-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-EXECUTER-DEBIT-CONJOINT SECTION.
      *>------------------------------------------------------------------------
      *> l'approbation du co-titulaire declenche l'execution du debit
      *> via opprelev et les lignes sequencees du flux, comme
      *> FNC-CREDITER-CC-EXEC l'aurait fait a la saisie

          MOVE ZEROES TO WS-COA-SOLDE
          MOVE 'VIREMENT OCCASIONNEL' TO WS-COA-TYPEOP
          MOVE 5.99 TO WS-COA-COMM
          CALL 'opprelev' USING WS-COA-SOLDE,
             WS-COA-MONTANT(WS-COA-CURRENT), WS-COA-NEWSOLDE,
             WS-COA-TYPEOP, WS-COA-SUCCESS, WS-COA-COMM,
             WS-COA-TODAY-ISO, WS-COA-LIBELLE-OUT,
             WS-COA-COMPTEID(WS-COA-CURRENT), 'EUR', 'EUR'

          IF WS-COA-SUCCESS = 'OUI'
             MOVE 'APPROUVE' TO WS-COA-STATUT(WS-COA-CURRENT)

             MOVE 'VIREMENT OCCASIONNEL' TO DET-TYPE
             MOVE WS-COA-LIBELLE-OUT TO DET-LIBELLE
             STRING '-'
                FUNCTION TRIM(WS-COA-MONTANT(WS-COA-CURRENT))
                DELIMITED BY SIZE INTO DET-MONTANT
             MOVE WS-COA-COMPTEID(WS-COA-CURRENT) TO DET-COMPTEID
             MOVE WS-COA-DEMANDEUR(WS-COA-CURRENT) TO DET-CLIENTID
             MOVE WS-COA-TODAY-ISO TO DET-DATEOP
             MOVE SQL-DETAIL-LINE TO PRINT-LINE
             PERFORM NEXT-SQL-SEQ
             MOVE " SEQ=" TO PRINT-LINE(201:5)
             MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
             WRITE PRINT-LINE
             CALL 'opjournal' USING WS-SQL-SEQ-NR,
                PRINT-LINE

             MOVE '-' TO DET-OPERATOR
             MOVE WS-COA-MONTANT(WS-COA-CURRENT) TO DET-uP-SOMME
             MOVE WS-COA-COMPTEID(WS-COA-CURRENT) TO DET-UP-COMPTEID
             MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
             PERFORM NEXT-SQL-SEQ
             MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
             MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
             WRITE PRINT-UP-LINE

             PERFORM FNC-REWRITE-COAPPROB
             MOVE "Debit approuve et execute" TO WSMSG
          ELSE
             MOVE "Provision insuffisante : debit non execute"
               TO WSMSG
          END-IF

          .
       FNC-EXECUTER-DEBIT-CONJOINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REWRITE-COAPPROB SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT COAPPROB
          PERFORM VARYING WS-COA-RDX FROM 1 BY 1
             UNTIL WS-COA-RDX > WS-COA-COUNT
             MOVE WS-COA-ID(WS-COA-RDX) TO COA-ID
             MOVE WS-COA-COMPTEID(WS-COA-RDX) TO COA-COMPTEID
             MOVE WS-COA-DEMANDEUR(WS-COA-RDX) TO COA-DEMANDEUR
             MOVE WS-COA-MONTANT(WS-COA-RDX) TO COA-MONTANT
             MOVE WS-COA-LIBELLE(WS-COA-RDX) TO COA-LIBELLE
             MOVE WS-COA-DATE(WS-COA-RDX) TO COA-DATE
             MOVE WS-COA-STATUT(WS-COA-RDX) TO COA-STATUT
             WRITE COAPPROB-RECORD
          END-PERFORM
          CLOSE COAPPROB

          .
       FNC-REWRITE-COAPPROB-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CONTESTER-OPERATION SECTION.
      *>------------------------------------------------------------------------
      *> depose une contestation sur l'operation affichee par l'ecran
      *> historique : code motif + commentaire dans CONTESTATIONS.DAT
      *> (statut DEPOSEE) ; l'instruction, le credit provisoire et la
      *> cloture sont faits par la file des contestations
      *> d'activity2banq

          IF WS-OUT-IDOPERATION = ZEROES
             MOVE "Affichez d'abord une operation" TO WSMSG
             EXIT SECTION
          END-IF

          INITIALIZE WS-CT-MOTIF
          INITIALIZE WS-CT-COMMENTAIRE
          MOVE '-' TO WS-CT-SENS
          DISPLAY HEADER-SCREEN END-DISPLAY
          DISPLAY CONTESTER-SCREEN END-DISPLAY
          ACCEPT CONTESTER-SCREEN END-ACCEPT

          IF NOT V-FNC-F1
             MOVE "Contestation abandonnee" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          PERFORM NEXT-SQL-SEQ
          MOVE WS-SQL-SEQ-NR TO CT-ID
          MOVE L-CLIENT-ID TO CT-IDCLIENT
          MOVE WS-OUT-COMPTEID2 OF WS-OUT-OPERATIONS TO CT-COMPTEID
          MOVE WS-OUT-IDOPERATION TO CT-IDOPERATION
          MOVE WS-OUT-MONTANT TO CT-MONTANT
          MOVE WS-CT-SENS TO CT-SENS
          MOVE WS-CT-MOTIF TO CT-MOTIF
          MOVE WS-CT-COMMENTAIRE TO CT-COMMENTAIRE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO CT-DATE-DEPOT
          MOVE "DEPOSEE" TO CT-STATUT
          MOVE SPACES TO CT-OPERATEUR
          MOVE CT-DATE-DEPOT TO CT-DATE-MAJ
          MOVE 'NON' TO CT-CREDIT-PROV
          OPEN EXTEND CONTESTATIONS
          WRITE CONTESTATIONS-RECORD
          CLOSE CONTESTATIONS

          MOVE "Contestation deposee" TO WSMSG

          .
       FNC-CONTESTER-OPERATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-OPPOSITION-CHEQUE SECTION.
      *>------------------------------------------------------------------------
      *> pose une opposition sur un cheque precis ou une plage de
      *> numeros d'un compte du client : jusqu'ici un cheque vole ne
      *> pouvait qu'etre attendu a la presentation. La ligne
      *> CHQOPPOS.DAT (statut ACTIVE) est consultee par chequebatch
      *> qui rejette le cheque oppose au lieu de debiter via
      *> opdebit ; la pose est tracee dans AUDITLOG.DAT pour pouvoir
      *> repondre a la banque du deposant.

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY OPPOSITION-CHQ-SCREEN END-DISPLAY
             ACCEPT OPPOSITION-CHQ-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-OPPOSITION-CHEQUE-EXEC

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-OPPOSITION-CHEQUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-OPPOSITION-CHEQUE-EXEC SECTION.
      *>------------------------------------------------------------------------

          IF WS-CHO-NUM-DEBUT = ZEROES
             MOVE "Veuillez entrer un numero de cheque" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-CHO-NUM-FIN = ZEROES
             MOVE WS-CHO-NUM-DEBUT TO WS-CHO-NUM-FIN
          END-IF

          IF WS-CHO-NUM-FIN < WS-CHO-NUM-DEBUT
             MOVE "Fin de plage inferieure au debut" TO WSMSG
             EXIT SECTION
          END-IF

      *>  seul un titulaire du compte peut poser une opposition
          CALL 'comptetitulaires' USING WS-CHO-COMPTE,
             L-CLIENT-ID, WS-CHO-ROLE, WS-CHO-TIT
          IF WS-CHO-TIT NOT = 'OUI'
             MOVE "Compte hors de votre liste de comptes" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

          MOVE WS-CHO-COMPTE TO CHO-COMPTEID
          MOVE WS-CHO-NUM-DEBUT TO CHO-NUM-DEBUT
          MOVE WS-CHO-NUM-FIN TO CHO-NUM-FIN
          MOVE L-CLIENT-ID TO CHO-IDCLIENT
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO CHO-DATE-POSE
          MOVE WS-CHO-MOTIF TO CHO-MOTIF
          MOVE 'ACTIVE' TO CHO-STATUT
          OPEN EXTEND CHQOPPOS
          WRITE CHQOPPOS-RECORD
          CLOSE CHQOPPOS

      *>  trace d'audit : qui a oppose quelle plage, quand
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO CLA-DATE
          MOVE L-CLIENT-ID TO CLA-CLIENT
          MOVE 'OPPOSITION CHEQUE' TO CLA-ACTION
          MOVE SPACES TO CLA-DETAIL
          STRING "COMPTE " WS-CHO-COMPTE
             " CHEQUES " WS-CHO-NUM-DEBUT " A " WS-CHO-NUM-FIN
             " MOTIF " FUNCTION TRIM(WS-CHO-MOTIF)
             DELIMITED BY SIZE INTO CLA-DETAIL
          OPEN EXTEND AUDITLOG
          WRITE AUDITLOG-LINE FROM WS-CL-AUDIT-LINE
          CLOSE AUDITLOG
      *>  chaque ligne ecrite alimente la chaine de condensats
      *>  infalsifiable (voir auditchain/auditverifbatch)
          MOVE SPACES TO WS-AUDIT-CHAINE-LIGNE
          MOVE WS-CL-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE
          CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE

          MOVE "Opposition enregistree" TO WSMSG

          .
       FNC-OPPOSITION-CHEQUE-EXEC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VIREMENT-INTERNE SECTION.
      *>------------------------------------------------------------------------
      *> virement entre deux comptes du MEME client : remplace le
      *> bricolage EPARGNER + ENTREE-ARGENT du guichet qui laissait
      *> deux operations sans lien entre elles. Les deux COMPTEIDs
      *> doivent appartenir au client connecte (comptetitulaires),
      *> et les deux jambes sont emises en paire liee par la
      *> reference commune -- voir FNC-VIREMENT-INTERNE-EXEC

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY VIREMENT-INTERNE-SCREEN END-DISPLAY
             ACCEPT VIREMENT-INTERNE-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-VIREMENT-INTERNE-EXEC

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-VIREMENT-INTERNE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VIREMENT-INTERNE-EXEC SECTION.
      *>------------------------------------------------------------------------
      *> jambe debit d'abord (opdebit pose le verrou et decide le
      *> decouvert), jambe credit ensuite (opcredit) ; si le credit
      *> est refuse, le debit est contrepasse immediatement par un
      *> opcredit sur le compte source : jamais une seule jambe
      *> appliquee. Les lignes du flux sequence ne sont ecrites que
      *> quand les DEUX jambes ont reussi, liees par la reference
      *> commune WS-VI-REF portee dans les deux libelles.

          IF WS-VI-MONTANT = ZEROES
             MOVE "Veuillez entrer un montant superieur a zero"
               TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-VI-COMPTE-SRC = WS-VI-COMPTE-DEST
             MOVE "Les deux comptes doivent etre differents"
               TO WSMSG
             EXIT SECTION
          END-IF

      *>  les deux comptes doivent appartenir au client connecte :
      *>  un COMPTEID etranger est refuse avant tout mouvement
          CALL 'comptetitulaires' USING WS-VI-COMPTE-SRC,
             L-CLIENT-ID, WS-VI-ROLE, WS-VI-TIT-SRC
          CALL 'comptetitulaires' USING WS-VI-COMPTE-DEST,
             L-CLIENT-ID, WS-VI-ROLE-DEST, WS-VI-TIT-DEST
          IF WS-VI-TIT-SRC NOT = 'OUI'
             OR WS-VI-TIT-DEST NOT = 'OUI'
             MOVE "Compte hors de votre liste de comptes" TO WSMSG
             EXIT SECTION
          END-IF

      *>  mandataire sous procuration sur le compte debite :
      *>  portee et plafond verifies, operation tracee
          IF WS-VI-ROLE(1:11) = 'PROCURATION'
             MOVE WS-VI-COMPTE-SRC TO WS-PXC-COMPTE
             MOVE WS-VI-ROLE TO WS-PXC-ROLE
             MOVE WS-VI-MONTANT TO WS-PXC-MONTANT
             PERFORM FNC-CONTROLE-PROCURATION
             IF WS-PXC-AUTORISE = 'NON'
                EXIT SECTION
             END-IF
          END-IF

      *>  chaine de nuit en cours : les deux jambes attendent la fin
      *>  du traitement dans la file OPATTENTE.DAT
          PERFORM FNC-TESTER-FENETRE-NUIT
          IF WS-FN-ETAT = 'OUVERTE'
             INITIALIZE OPATTENTE-RECORD
             MOVE 'VIREMENT INTERNE' TO OA-NATURE
             MOVE WS-VI-COMPTE-SRC TO OA-COMPTE-SRC
             MOVE WS-VI-COMPTE-DEST TO OA-COMPTE-DEST
             MOVE WS-VI-MONTANT TO OA-MONTANT
             MOVE WS-VI-LIBELLE TO OA-LIBELLE
             PERFORM FNC-MISE-EN-ATTENTE-NUIT
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO C-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO C-DATE

          MOVE ZEROES TO WS-VI-SOLDE
          CALL 'opdebit' USING WS-VI-SOLDE, WS-VI-MONTANT,
             WS-VI-NEWSOLDE, WS-VI-COMPTE-SRC, C-DATE,
             'EUR', 'EUR', WS-VI-SUCCES-DEB

          IF WS-VI-SUCCES-DEB NOT = 'OUI'
             MOVE "Debit refuse (plafond/decouvert/saisie)" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE ZEROES TO WS-VI-SOLDE
          CALL 'opcredit' USING WS-VI-SOLDE, WS-VI-MONTANT,
             WS-VI-NEWSOLDE, WS-VI-COMPTE-DEST, C-DATE,
             WS-VI-SUCCES-CRED, 'EUR', 'EUR'

          IF WS-VI-SUCCES-CRED NOT = 'OUI'
      *>     jambe credit refusee (plafond de depot) : le debit deja
      *>     applique est contrepasse tout de suite sur le compte
      *>     source, rien ne part dans le flux sequence
             MOVE ZEROES TO WS-VI-SOLDE
             CALL 'opcredit' USING WS-VI-SOLDE, WS-VI-MONTANT,
                WS-VI-NEWSOLDE, WS-VI-COMPTE-SRC, C-DATE,
                WS-VI-SUCCES-CONTRE, 'EUR', 'EUR'
             IF WS-VI-SUCCES-CONTRE = 'OUI'
                MOVE "Credit refuse : debit contrepasse, rien appliq
      -         "ue" TO WSMSG
             ELSE
      *>        la contrepassation elle-meme est refusee : le debit
      *>        reste applique, etat a une jambe -- le cas part en
      *>        file de reparation SUSPENS du back-office et le
      *>        client recoit un message sans ambiguite
                MOVE 'VI CONTREPASSE' TO SUS-REFERENCE
                MOVE WS-VI-COMPTE-SRC TO SUS-COMPTEID
                MOVE WS-VI-MONTANT TO SUS-MONTANT
                MOVE C-DATE TO SUS-DATE-RECU
                MOVE 'CONTREPASSATION REFUSEE' TO SUS-MOTIF
                MOVE 'A TRAITER' TO SUS-STATUT
                MOVE SPACES TO SUS-IBAN
                OPEN EXTEND SUSPENS
                IF WS-SUSPENS-STATUS = "35"
                   CLOSE SUSPENS
                   OPEN OUTPUT SUSPENS
                END-IF
                WRITE SUSPENS-RECORD
                CLOSE SUSPENS
                MOVE "Incident : debit non contrepasse, l'agence rep
      -         "rend le dossier" TO WSMSG
             END-IF
      *>     debit contrepasse ou en file SUSPENS : rien ne part au
      *>     journal, les intentions du compte source sont closes
             MOVE WS-VI-COMPTE-SRC TO WS-PI-COMPTEID
             CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ
             EXIT SECTION
          END-IF

      *>  reference commune des deux jambes, tiree du meme compteur
      *>  que les numeros de sequence du flux genere
          PERFORM NEXT-SQL-SEQ
          MOVE WS-SQL-SEQ-NR TO WS-VI-REF

          MOVE 'VIREMENT INTERNE' TO DET-TYPE
          MOVE SPACES TO DET-LIBELLE
          STRING 'VI' WS-VI-REF ' ' FUNCTION TRIM(WS-VI-LIBELLE)
             DELIMITED BY SIZE INTO DET-LIBELLE
          MOVE SPACES TO DET-MONTANT
          STRING '-' FUNCTION TRIM(WS-VI-MONTANT)
             DELIMITED BY SIZE INTO DET-MONTANT
          MOVE WS-VI-COMPTE-SRC TO DET-COMPTEID
          MOVE L-CLIENT-ID TO DET-CLIENTID
          MOVE C-DATE TO DET-DATEOP
          MOVE SQL-DETAIL-LINE TO PRINT-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
          WRITE PRINT-LINE
          CALL 'opjournal' USING WS-SQL-SEQ-NR,
             PRINT-LINE

          MOVE '-' TO DET-OPERATOR
          MOVE WS-VI-MONTANT TO DET-UP-SOMME
          MOVE WS-VI-COMPTE-SRC TO DET-UP-COMPTEID
          MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
          WRITE PRINT-UP-LINE

          MOVE SPACES TO DET-MONTANT
          STRING '+' FUNCTION TRIM(WS-VI-MONTANT)
             DELIMITED BY SIZE INTO DET-MONTANT
          MOVE WS-VI-COMPTE-DEST TO DET-COMPTEID
          MOVE SQL-DETAIL-LINE TO PRINT-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
          WRITE PRINT-LINE
          CALL 'opjournal' USING WS-SQL-SEQ-NR,
             PRINT-LINE

          MOVE '+' TO DET-OPERATOR
          MOVE WS-VI-MONTANT TO DET-UP-SOMME
          MOVE WS-VI-COMPTE-DEST TO DET-UP-COMPTEID
          MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
          WRITE PRINT-UP-LINE

          MOVE "Virement interne effectue" TO WSMSG

          .
       FNC-VIREMENT-INTERNE-EXEC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CONTROLE-VELOCITE SECTION.
      *>------------------------------------------------------------------------
      *> moteur de velocite a l'autorisation : beaucoup de petits
      *> ACHAT CB dans une fenetre courte est le schema de fraude
      *> classique que les plafonds unitaires ne voient pas. Compte
      *> et cumul sur la fenetre glissante, par carte et par
      *> commercant ; seuil dur = blocage temporaire de la carte via
      *> cartesop (BLOQUEE-VELO) + renvoi operateur, seuil souple =
      *> renvoi operateur seul, l'achat passe. L'autorisation
      *> acceptee est journalisee dans CBVELOC.DAT pour les
      *> controles suivants.

          MOVE 'NON' TO WS-VEL-BLOQUE

      *>  carte de debit rattachee au compte du client connecte (une
      *>  carte prepayee a ses propres controles, FNC-ACHAT-PREPAYEE)
          MOVE 'NON' TO WS-VEL-TROUVEE
          MOVE 'NON' TO WS-VEL-EOF
          OPEN INPUT CARTES
          READ CARTES
             AT END MOVE 'OUI' TO WS-VEL-EOF
          END-READ
          PERFORM UNTIL WS-VEL-EOF = 'OUI'
             IF CR-COMPTEID = L-COMPTE-ID
                AND CR-TYPE-CARTE NOT = 'PREPAYEE'
                MOVE 'OUI' TO WS-VEL-TROUVEE
                MOVE CR-NUMCARTE TO WS-VEL-NUMCARTE
                MOVE CR-STATUT TO WS-VEL-STATUT-CARTE
                MOVE 'OUI' TO WS-VEL-EOF
             ELSE
                READ CARTES
                   AT END MOVE 'OUI' TO WS-VEL-EOF
                END-READ
             END-IF
          END-PERFORM
          CLOSE CARTES

          IF WS-VEL-TROUVEE = 'NON'
             EXIT SECTION
          END-IF

          IF WS-VEL-STATUT-CARTE = 'BLOQUEE-VELO'
             MOVE 'OUI' TO WS-VEL-BLOQUE
             EXIT SECTION
          END-IF

          PERFORM FNC-LIRE-CBVELOCPARM

      *>  compte et cumul de la fenetre glissante (meme journee)
          MOVE FUNCTION CURRENT-DATE(9:6) TO WS-VEL-HEURE
          COMPUTE WS-VEL-MINUTES-OP =
             FUNCTION NUMVAL(WS-VEL-HEURE(1:2)) * 60
             + FUNCTION NUMVAL(WS-VEL-HEURE(3:2))
          MOVE ZEROES TO WS-VEL-NB-CARTE
          MOVE ZEROES TO WS-VEL-CUMUL-CARTE
          MOVE ZEROES TO WS-VEL-NB-MAGASIN
          MOVE ZEROES TO WS-VEL-CUMUL-MAGASIN

          MOVE 'NON' TO WS-VEL-EOF
          OPEN INPUT CBVELOC
          IF WS-VEL-STATUS = "00"
             READ CBVELOC
                AT END MOVE 'OUI' TO WS-VEL-EOF
             END-READ
             PERFORM UNTIL WS-VEL-EOF = 'OUI'
                IF VJ-DATE = DET-DATEOP
                   COMPUTE WS-VEL-MINUTES-REC =
                      FUNCTION NUMVAL(VJ-HEURE(1:2)) * 60
                      + FUNCTION NUMVAL(VJ-HEURE(3:2))
                   COMPUTE WS-VEL-ECART =
                      WS-VEL-MINUTES-OP - WS-VEL-MINUTES-REC
                   IF WS-VEL-ECART NOT < ZEROES
                      AND WS-VEL-ECART NOT > WS-VEL-FENETRE-MIN
                      IF VJ-NUMCARTE = WS-VEL-NUMCARTE
                         ADD 1 TO WS-VEL-NB-CARTE
                         ADD VJ-MONTANT TO WS-VEL-CUMUL-CARTE
                      END-IF
                      IF VJ-MAGASIN = NOMMAGASIN
                         ADD 1 TO WS-VEL-NB-MAGASIN
                         ADD VJ-MONTANT TO WS-VEL-CUMUL-MAGASIN
                      END-IF
                   END-IF
                END-IF
                READ CBVELOC
                   AT END MOVE 'OUI' TO WS-VEL-EOF
                END-READ
             END-PERFORM
             CLOSE CBVELOC
          END-IF

          ADD 1 TO WS-VEL-NB-CARTE
          ADD PRIXPRODUIT TO WS-VEL-CUMUL-CARTE
          ADD 1 TO WS-VEL-NB-MAGASIN
          ADD PRIXPRODUIT TO WS-VEL-CUMUL-MAGASIN

          IF WS-VEL-NB-CARTE > WS-VEL-DUR-NB
             OR WS-VEL-CUMUL-CARTE > WS-VEL-DUR-CUMUL
             OR WS-VEL-NB-MAGASIN > WS-VEL-DUR-NB
             OR WS-VEL-CUMUL-MAGASIN > WS-VEL-DUR-CUMUL
      *>     seuil dur : blocage temporaire de la carte + renvoi
             MOVE 'OUI' TO WS-VEL-BLOQUE
             MOVE 'BLOQUEE-VELO' TO C-STATUT
             CALL 'cartesop' USING L-COMPTE-ID, C-NUMCARTE,
                C-STATUT, WS-VEL-SUCCESS
             MOVE 'SEUIL DUR - CARTE BLOQUEE' TO WS-VEL-MOTIF
             PERFORM FNC-POSER-RENVOI-VELO
             EXIT SECTION
          END-IF

          IF WS-VEL-NB-CARTE > WS-VEL-SOUPLE-NB
             OR WS-VEL-CUMUL-CARTE > WS-VEL-SOUPLE-CUMUL
             OR WS-VEL-NB-MAGASIN > WS-VEL-SOUPLE-NB
             OR WS-VEL-CUMUL-MAGASIN > WS-VEL-SOUPLE-CUMUL
      *>     seuil souple : l'achat passe mais part en revue
             MOVE 'SEUIL SOUPLE - A REVOIR' TO WS-VEL-MOTIF
             PERFORM FNC-POSER-RENVOI-VELO
          END-IF

      *>  autorisation acceptee : journalisee pour les controles
      *>  des autorisations suivantes
          MOVE WS-VEL-NUMCARTE TO VJ-NUMCARTE
          MOVE NOMMAGASIN TO VJ-MAGASIN
          MOVE PRIXPRODUIT TO VJ-MONTANT
          MOVE DET-DATEOP TO VJ-DATE
          MOVE WS-VEL-HEURE TO VJ-HEURE
          OPEN EXTEND CBVELOC
          WRITE CBVELOC-RECORD
          CLOSE CBVELOC

          .
       FNC-CONTROLE-VELOCITE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LIRE-CBVELOCPARM SECTION.
      *>------------------------------------------------------------------------
      *> regles optionnelles-avec-defaut, meme idiome que
      *> READ-VIREMAPPR-SEUIL
          OPEN INPUT CBVELOCPARM
          IF WS-VELP-STATUS = "00"
             READ CBVELOCPARM
                AT END
                   CONTINUE
                NOT AT END
                   IF VLP-FENETRE-MIN NOT = ZEROES
                      MOVE VLP-FENETRE-MIN TO WS-VEL-FENETRE-MIN
                      MOVE VLP-SOUPLE-NB TO WS-VEL-SOUPLE-NB
                      MOVE VLP-SOUPLE-CUMUL TO WS-VEL-SOUPLE-CUMUL
                      MOVE VLP-DUR-NB TO WS-VEL-DUR-NB
                      MOVE VLP-DUR-CUMUL TO WS-VEL-DUR-CUMUL
                   END-IF
             END-READ
             CLOSE CBVELOCPARM
          END-IF
          .
       FNC-LIRE-CBVELOCPARM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-POSER-RENVOI-VELO SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-VEL-NUMCARTE TO RF-NUMCARTE
          MOVE L-COMPTE-ID TO RF-COMPTEID
          MOVE NOMMAGASIN TO RF-MAGASIN
          MOVE DET-DATEOP TO RF-DATE
          MOVE WS-VEL-HEURE TO RF-HEURE
          MOVE WS-VEL-MOTIF TO RF-MOTIF
          MOVE 'A TRAITER' TO RF-STATUT
          OPEN EXTEND CBREFERQ
          WRITE CBREFERQ-RECORD
          CLOSE CBREFERQ
          .
       FNC-POSER-RENVOI-VELO-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CONTROLE-PIN SECTION.
      *>------------------------------------------------------------------------
      *> verification du PIN de la carte rattachee au compte du
      *> client connecte via cartespinop : une carte sans ligne PIN
      *> (ABSENT) passe sans controle comme avant, le temps que les
      *> codes soient poses. Le troisieme echec consecutif rend
      *> BLOQUE : la carte passe BLOQUEE-PIN via cartesop et le
      *> blocage est trace dans AUDITLOG.DAT.

          MOVE SPACES TO WS-PIN-RESULT

      *>  carte de debit rattachee au compte (hors carte prepayee)
          MOVE 'NON' TO WS-VEL-TROUVEE
          MOVE 'NON' TO WS-VEL-EOF
          OPEN INPUT CARTES
          READ CARTES
             AT END MOVE 'OUI' TO WS-VEL-EOF
          END-READ
          PERFORM UNTIL WS-VEL-EOF = 'OUI'
             IF CR-COMPTEID = L-COMPTE-ID
                AND CR-TYPE-CARTE NOT = 'PREPAYEE'
                MOVE 'OUI' TO WS-VEL-TROUVEE
                MOVE CR-NUMCARTE TO WS-VEL-NUMCARTE
                MOVE CR-STATUT TO WS-VEL-STATUT-CARTE
                MOVE 'OUI' TO WS-VEL-EOF
             ELSE
                READ CARTES
                   AT END MOVE 'OUI' TO WS-VEL-EOF
                END-READ
             END-IF
          END-PERFORM
          CLOSE CARTES

          IF WS-VEL-TROUVEE = 'NON'
             EXIT SECTION
          END-IF

          IF WS-VEL-STATUT-CARTE = 'BLOQUEE-PIN'
             MOVE 'BLOQUE' TO WS-PIN-RESULT
             EXIT SECTION
          END-IF

          MOVE 'V' TO WS-PIN-ACTION
          CALL 'cartespinop' USING WS-PIN-ACTION, WS-VEL-NUMCARTE,
             WS-PIN-SAISI, WS-PIN-NOUVEAU, WS-PIN-RESULT

          IF WS-PIN-RESULT = 'ABSENT'
      *>     carte ancienne sans credential : pas de controle
             MOVE 'OK' TO WS-PIN-RESULT
             EXIT SECTION
          END-IF

          IF WS-PIN-RESULT = 'BLOQUE'
      *>     troisieme echec : blocage de la carte + trace d'audit
             MOVE 'BLOQUEE-PIN' TO C-STATUT
             CALL 'cartesop' USING L-COMPTE-ID, C-NUMCARTE,
                C-STATUT, WS-PIN-SUCCESS
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
             STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
                DELIMITED BY SIZE INTO CLA-DATE
             MOVE L-CLIENT-ID TO CLA-CLIENT
             MOVE 'BLOCAGE PIN CARTE' TO CLA-ACTION
             MOVE SPACES TO CLA-DETAIL
             STRING "CARTE " WS-VEL-NUMCARTE
                " 3 ECHECS PIN CONSECUTIFS"
                DELIMITED BY SIZE INTO CLA-DETAIL
             OPEN EXTEND AUDITLOG
             WRITE AUDITLOG-LINE FROM WS-CL-AUDIT-LINE
             CLOSE AUDITLOG
             MOVE SPACES TO WS-AUDIT-CHAINE-LIGNE
             MOVE WS-CL-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE
             CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE
          END-IF

          .
       FNC-CONTROLE-PIN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHANGER-PIN SECTION.
      *>------------------------------------------------------------------------
      *> changement du code PIN de la carte affichee sur MES CARTES
      *> : l'ancien code doit etre bon, le nouveau confirme deux
      *> fois ; une carte sans ligne PIN recoit son premier code

          DISPLAY HEADER-SCREEN END-DISPLAY
          MOVE SPACES TO WS-PIN-ANCIEN
          MOVE SPACES TO WS-PIN-NOUVEAU
          MOVE SPACES TO WS-PIN-CONFIRME
          DISPLAY CHANGE-PIN-SCREEN END-DISPLAY
          ACCEPT CHANGE-PIN-SCREEN END-ACCEPT

          IF NOT V-FNC-F1
             MOVE "Changement abandonne" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-PIN-NOUVEAU NOT = WS-PIN-CONFIRME
             MOVE "La confirmation ne correspond pas" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-PIN-NOUVEAU IS NOT NUMERIC
             MOVE "Le code doit faire quatre chiffres" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE 'C' TO WS-PIN-ACTION
          CALL 'cartespinop' USING WS-PIN-ACTION,
             WS-MC-NUMCARTE(WS-MC-CURRENT), WS-PIN-ANCIEN,
             WS-PIN-NOUVEAU, WS-PIN-RESULT

          EVALUATE WS-PIN-RESULT
             WHEN 'OK'
                MOVE "Code PIN change" TO WSMSG
             WHEN 'MAUVAIS'
                MOVE "Ancien code errone" TO WSMSG
             WHEN 'BLOQUE'
                MOVE "Carte bloquee : voir votre agence" TO WSMSG
             WHEN OTHER
                MOVE "Changement impossible" TO WSMSG
          END-EVALUATE

          .
       FNC-CHANGER-PIN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-MES-CATEGORIES SECTION.
      *>------------------------------------------------------------------------
      *> ventilation des depenses du mois courant du client connecte
      *> par categorie, a cote de l'historique brut : cumule les
      *> lignes sens - d'OPCATEG.DAT (etiquetees par categbatch)

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO WS-OCG-PERIODE
          STRING WS-YEAR '-' WS-MONTH
             DELIMITED BY SIZE INTO WS-OCG-PERIODE

          MOVE 0 TO WS-OCG-COUNT
          MOVE 'NON' TO WS-OCG-EOF
          OPEN INPUT OPCATEG
          IF WS-OCG-STATUS = "00"
             READ OPCATEG
                AT END MOVE 'OUI' TO WS-OCG-EOF
             END-READ
             PERFORM UNTIL WS-OCG-EOF = 'OUI'
                IF OC-IDCLIENT = L-CLIENT-ID
                   AND OC-SENS = '-'
                   AND OC-DATEOP(1:7) = WS-OCG-PERIODE
                   PERFORM FNC-CUMULER-CATEGORIE
                END-IF
                READ OPCATEG
                   AT END MOVE 'OUI' TO WS-OCG-EOF
                END-READ
             END-PERFORM
             CLOSE OPCATEG
          END-IF

          PERFORM VARYING WS-OCG-AFF-IDX FROM 1 BY 1
             UNTIL WS-OCG-AFF-IDX > 8
             MOVE SPACES TO WS-OCG-AFF(WS-OCG-AFF-IDX)
             IF WS-OCG-AFF-IDX NOT > WS-OCG-COUNT
                STRING WS-OCG-CATEGORIE(WS-OCG-AFF-IDX) ' '
                   WS-OCG-TOTAL(WS-OCG-AFF-IDX)
                   DELIMITED BY SIZE
                   INTO WS-OCG-AFF(WS-OCG-AFF-IDX)
             END-IF
          END-PERFORM

          IF WS-OCG-COUNT = 0
             MOVE "Aucune depense etiquetee ce mois-ci" TO WSMSG
          ELSE
             INITIALIZE WSMSG
          END-IF

          DISPLAY HEADER-SCREEN END-DISPLAY
          DISPLAY CATEGORIES-SCREEN END-DISPLAY
          ACCEPT CATEGORIES-SCREEN END-ACCEPT

          .
       FNC-MES-CATEGORIES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CUMULER-CATEGORIE SECTION.
      *>------------------------------------------------------------------------
          PERFORM VARYING WS-OCG-IDX FROM 1 BY 1
             UNTIL WS-OCG-IDX > WS-OCG-COUNT
             IF WS-OCG-CATEGORIE(WS-OCG-IDX) = OC-CATEGORIE
                ADD OC-MONTANT TO WS-OCG-TOTAL(WS-OCG-IDX)
                EXIT SECTION
             END-IF
          END-PERFORM
          IF WS-OCG-COUNT < 8
             ADD 1 TO WS-OCG-COUNT
             MOVE OC-CATEGORIE TO WS-OCG-CATEGORIE(WS-OCG-COUNT)
             MOVE OC-MONTANT TO WS-OCG-TOTAL(WS-OCG-COUNT)
          END-IF
          .
       FNC-CUMULER-CATEGORIE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-RECHERCHE-OP SECTION.
      *>------------------------------------------------------------------------
      *> recherche multi-criteres dans MES operations : les cursors
      *> de pagination ne savaient que defiler dans l'ordre. Les
      *> criteres sont tous optionnels, la recherche est bornee au
      *> client connecte par modactivity2 (V-LN-FNC-SEARCH-OP).

          MOVE SPACES TO WS-SRO-LIBELLE
          MOVE ZEROES TO WS-SRO-MONTANT-MIN
          MOVE ZEROES TO WS-SRO-MONTANT-MAX
          MOVE SPACES TO WS-SRO-DATE-DEBUT
          MOVE SPACES TO WS-SRO-DATE-FIN
          MOVE SPACES TO WS-SRO-TYPE
          MOVE SPACES TO WS-SRO-STATUSOP
          PERFORM FNC-VIDER-RESULTATS-RECH

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY RECHERCHE-OP-SCREEN END-DISPLAY
             ACCEPT RECHERCHE-OP-SCREEN END-ACCEPT

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-RECHERCHE-OP-EXEC

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Rechercher F10-Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-RECHERCHE-OP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-RECHERCHE-OP-EXEC SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          SET V-LN-FNC-SEARCH-OP OF LN-MOD TO TRUE
          MOVE L-CLIENT-ID TO LN-INP-IDCLIENT OF LN-MOD
          MOVE WS-SRO-LIBELLE TO LN-INP-SRCH-LIBELLE OF LN-MOD
          MOVE WS-SRO-MONTANT-MIN
            TO LN-INP-SRCH-MONTANT-MIN OF LN-MOD
          MOVE WS-SRO-MONTANT-MAX
            TO LN-INP-SRCH-MONTANT-MAX OF LN-MOD
          MOVE WS-SRO-DATE-DEBUT TO LN-INP-SRCH-DATE-DEBUT OF LN-MOD
          MOVE WS-SRO-DATE-FIN TO LN-INP-SRCH-DATE-FIN OF LN-MOD
          MOVE WS-SRO-TYPE TO LN-INP-SRCH-TYPE OF LN-MOD
          MOVE WS-SRO-STATUSOP TO LN-INP-SRCH-STATUSOP OF LN-MOD

          CALL 'modactivity2' USING LN-MOD END-CALL
          PERFORM COPY-LN-MSG-IN-WS-MSG
          MOVE WS-MSG-1 OF WS-MSG TO WSMSG

          PERFORM FNC-VIDER-RESULTATS-RECH
          PERFORM VARYING WS-SRO-AFF-IDX FROM 1 BY 1
             UNTIL WS-SRO-AFF-IDX >
                LN-OUT-OP-TAB-LINE-NR OF LN-MOD
             OR WS-SRO-AFF-IDX > 10
             STRING
                LN-OUT-OP-TAB-IDOPERATION OF LN-MOD
                   (WS-SRO-AFF-IDX) ' '
                LN-OUT-OP-TAB-DATEOP OF LN-MOD
                   (WS-SRO-AFF-IDX) ' '
                LN-OUT-OP-TAB-MONTANT OF LN-MOD
                   (WS-SRO-AFF-IDX) ' '
                LN-OUT-OP-TAB-LIBELLE OF LN-MOD
                   (WS-SRO-AFF-IDX)
                DELIMITED BY SIZE
                INTO WS-SRO-AFF(WS-SRO-AFF-IDX)
          END-PERFORM

          .
       FNC-RECHERCHE-OP-EXEC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VIDER-RESULTATS-RECH SECTION.
      *>------------------------------------------------------------------------
          PERFORM VARYING WS-SRO-AFF-IDX FROM 1 BY 1
             UNTIL WS-SRO-AFF-IDX > 10
             MOVE SPACES TO WS-SRO-AFF(WS-SRO-AFF-IDX)
          END-PERFORM
          .
       FNC-VIDER-RESULTATS-RECH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VIREMENT-PROGRAMME SECTION.
      *>------------------------------------------------------------------------
      *> virement ponctuel a date future : le plombier de vendredi
      *> prochain ne passait que par un ordre permanent detourne.
      *> Le beneficiaire vient du referentiel (rang parmi MES
      *> beneficiaires, comme sur l'ecran de virement), la date doit
      *> etre future, et le virement reste annulable jusqu'a la
      *> veille de son execution ; virprogbatch execute le jour J
      *> (roule au jour ouvre) par le meme chemin debit/file qu'un
      *> virement immediat.

          PERFORM FNC-CHARGER-BENEFICIAIRES

          PERFORM FOREVER
             MOVE ZEROES TO WS-VPG-IN-BEN
             MOVE ZEROES TO WS-VPG-IN-MONTANT
             MOVE SPACES TO WS-VPG-IN-LIBELLE
             MOVE SPACES TO WS-VPG-IN-DATE
             MOVE ZEROES TO WS-VPG-IN-ANNULER

             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY VIREMENT-PROG-SCREEN END-DISPLAY
             ACCEPT VIREMENT-PROG-SCREEN END-ACCEPT

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-PROGRAMMER-VIREMENT

                WHEN V-FNC-F2
                   PERFORM FNC-ANNULER-VIREMENT-PROG

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Programmer F2-Annuler F10-Revenir"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-VIREMENT-PROGRAMME-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PROGRAMMER-VIREMENT SECTION.
      *>------------------------------------------------------------------------

          IF WS-VPG-IN-MONTANT = ZEROES
             MOVE "Veuillez entrer un montant superieur a zero"
               TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO C-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO C-DATE
          IF WS-VPG-IN-DATE NOT > C-DATE
             MOVE "La date d'execution doit etre future" TO WSMSG
             EXIT SECTION
          END-IF

      *>  beneficiaire choisi dans MON referentiel, carence comprise
          MOVE WS-VPG-IN-BEN TO WS-BEN-CHOISI
          PERFORM FNC-RESOUDRE-BENEFICIAIRE
          IF WS-BEN-TROUVE-IDX = 0
             EXIT SECTION
          END-IF

          PERFORM NEXT-SQL-SEQ
          MOVE WS-SQL-SEQ-NR TO VPG-ID
          MOVE L-CLIENT-ID TO VPG-IDCLIENT
          MOVE L-COMPTE-ID TO VPG-COMPTEID
          MOVE WS-VPG-IN-MONTANT TO VPG-MONTANT
          MOVE WS-VPG-IN-LIBELLE TO VPG-LIBELLE
          MOVE WS-BEN-IBAN(WS-BEN-TROUVE-IDX) TO VPG-IBAN-DEST
          MOVE WS-VPG-IN-DATE TO VPG-DATE-EXEC
          MOVE 'PROGRAMME' TO VPG-STATUT
          OPEN EXTEND VIRPROG
          WRITE VIRPROG-RECORD
          CLOSE VIRPROG

          MOVE SPACES TO WSMSG
          STRING "Virement programme, id " VPG-ID
             DELIMITED BY SIZE INTO WSMSG

          .
       FNC-PROGRAMMER-VIREMENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ANNULER-VIREMENT-PROG SECTION.
      *>------------------------------------------------------------------------
      *> annulable jusqu'a la VEILLE de l'execution : le jour J, le
      *> virement appartient au batch

          IF WS-VPG-IN-ANNULER = ZEROES
             MOVE "Saisir l'id du virement a annuler" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO C-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO C-DATE

          PERFORM FNC-CHARGER-VIRPROG
          MOVE "Virement introuvable" TO WSMSG
          PERFORM VARYING WS-VPG-IDX FROM 1 BY 1
             UNTIL WS-VPG-IDX > WS-VPG-COUNT
             IF WS-VPG-ID(WS-VPG-IDX) = WS-VPG-IN-ANNULER
                AND WS-VPG-IDCLIENT(WS-VPG-IDX) = L-CLIENT-ID
                IF WS-VPG-STATUT(WS-VPG-IDX) NOT = 'PROGRAMME'
                   MOVE "Virement deja execute ou annule" TO WSMSG
                ELSE
                   IF WS-VPG-DATE-EXEC(WS-VPG-IDX) NOT > C-DATE
                      MOVE "Trop tard : execution en cours"
                        TO WSMSG
                   ELSE
                      MOVE 'ANNULE' TO WS-VPG-STATUT(WS-VPG-IDX)
                      PERFORM FNC-REWRITE-VIRPROG
                      MOVE "Virement annule" TO WSMSG
                   END-IF
                END-IF
                EXIT PERFORM
             END-IF
          END-PERFORM

          .
       FNC-ANNULER-VIREMENT-PROG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-VIRPROG SECTION.
      *>------------------------------------------------------------------------
          MOVE 0 TO WS-VPG-COUNT
          MOVE 'NON' TO WS-VPG-EOF
          OPEN INPUT VIRPROG
          IF WS-VPG-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ VIRPROG
             AT END MOVE 'OUI' TO WS-VPG-EOF
          END-READ
          PERFORM UNTIL WS-VPG-EOF = 'OUI'
             ADD 1 TO WS-VPG-COUNT
             MOVE VPG-ID TO WS-VPG-ID(WS-VPG-COUNT)
             MOVE VPG-IDCLIENT TO WS-VPG-IDCLIENT(WS-VPG-COUNT)
             MOVE VPG-COMPTEID TO WS-VPG-COMPTEID(WS-VPG-COUNT)
             MOVE VPG-MONTANT TO WS-VPG-MONTANT(WS-VPG-COUNT)
             MOVE VPG-LIBELLE TO WS-VPG-LIBELLE(WS-VPG-COUNT)
             MOVE VPG-IBAN-DEST TO WS-VPG-IBAN-DEST(WS-VPG-COUNT)
             MOVE VPG-DATE-EXEC TO WS-VPG-DATE-EXEC(WS-VPG-COUNT)
             MOVE VPG-STATUT TO WS-VPG-STATUT(WS-VPG-COUNT)
             READ VIRPROG
                AT END MOVE 'OUI' TO WS-VPG-EOF
             END-READ
          END-PERFORM
          CLOSE VIRPROG
          .
       FNC-CHARGER-VIRPROG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REWRITE-VIRPROG SECTION.
      *>------------------------------------------------------------------------
          OPEN OUTPUT VIRPROG
          PERFORM VARYING WS-VPG-IDX FROM 1 BY 1
             UNTIL WS-VPG-IDX > WS-VPG-COUNT
             MOVE WS-VPG-ID(WS-VPG-IDX) TO VPG-ID
             MOVE WS-VPG-IDCLIENT(WS-VPG-IDX) TO VPG-IDCLIENT
             MOVE WS-VPG-COMPTEID(WS-VPG-IDX) TO VPG-COMPTEID
             MOVE WS-VPG-MONTANT(WS-VPG-IDX) TO VPG-MONTANT
             MOVE WS-VPG-LIBELLE(WS-VPG-IDX) TO VPG-LIBELLE
             MOVE WS-VPG-IBAN-DEST(WS-VPG-IDX) TO VPG-IBAN-DEST
             MOVE WS-VPG-DATE-EXEC(WS-VPG-IDX) TO VPG-DATE-EXEC
             MOVE WS-VPG-STATUT(WS-VPG-IDX) TO VPG-STATUT
             WRITE VIRPROG-RECORD
          END-PERFORM
          CLOSE VIRPROG
          .
       FNC-REWRITE-VIRPROG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CONTROLE-PROCURATION SECTION.
      *>------------------------------------------------------------------------
      *> le role PROCURATION rendu par comptetitulaires dit que la
      *> procuration est valide ce jour ; reste a verifier la
      *> portee (consultation seule = aucune operation) et le
      *> plafond unitaire du registre, et a tracer l'identite du
      *> mandataire dans AUDITLOG.DAT

          MOVE 'NON' TO WS-PXC-AUTORISE

          IF WS-PXC-ROLE = 'PROCURATION CONSULT'
             MOVE "Procuration limitee a la consultation" TO WSMSG
             EXIT SECTION
          END-IF

      *>  plafond unitaire de la procuration (zero = sans plafond)
          MOVE ZEROES TO WS-PXC-PLAFOND
          MOVE 'NON' TO WS-PXC-EOF
          OPEN INPUT PROCURATIONS
          IF WS-PXC-STATUS = "00"
             READ PROCURATIONS
                AT END MOVE 'OUI' TO WS-PXC-EOF
             END-READ
             PERFORM UNTIL WS-PXC-EOF = 'OUI'
                IF PX-COMPTEID = WS-PXC-COMPTE
                   AND PX-MANDATAIRE = L-CLIENT-ID
                   MOVE PX-PLAFOND TO WS-PXC-PLAFOND
                   MOVE 'OUI' TO WS-PXC-EOF
                ELSE
                   READ PROCURATIONS
                      AT END MOVE 'OUI' TO WS-PXC-EOF
                   END-READ
                END-IF
             END-PERFORM
             CLOSE PROCURATIONS
          END-IF

          IF WS-PXC-PLAFOND > ZEROES
             AND WS-PXC-MONTANT > WS-PXC-PLAFOND
             MOVE "Plafond de la procuration depasse" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE 'OUI' TO WS-PXC-AUTORISE

      *>  l'operation sous procuration est tracee au nom du
      *>  mandataire
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO CLA-DATE
          MOVE L-CLIENT-ID TO CLA-CLIENT
          MOVE 'OPERATION PROCURATION' TO CLA-ACTION
          MOVE SPACES TO CLA-DETAIL
          STRING "MANDATAIRE " L-CLIENT-ID
             " COMPTE " WS-PXC-COMPTE
             " MONTANT " WS-PXC-MONTANT
             DELIMITED BY SIZE INTO CLA-DETAIL
          OPEN EXTEND AUDITLOG
          WRITE AUDITLOG-LINE FROM WS-CL-AUDIT-LINE
          CLOSE AUDITLOG
          MOVE SPACES TO WS-AUDIT-CHAINE-LIGNE
          MOVE WS-CL-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE
          CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE

          .
       FNC-CONTROLE-PROCURATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SERVICES2-SCREEN SECTION.
      *>------------------------------------------------------------------------
      *> second sous-menu de services : MES SERVICES n'a plus de
      *> touche de fonction libre, les nouveaux ecrans sont
      *> regroupes ici

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY SERVICES2-SCREEN END-DISPLAY
             ACCEPT SERVICES2-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-DEMANDE-PRET-SCREEN

                WHEN V-FNC-F2
                   PERFORM FNC-RESERVE-SCREEN

                WHEN V-FNC-F3
                   PERFORM FNC-AVANTAGES-SCREEN

                WHEN V-FNC-F4
                   PERFORM FNC-EPARGNE-ARRONDI

                WHEN V-FNC-F5
                   PERFORM FNC-BALAYAGE-COMPTES

                WHEN V-FNC-F6
                   PERFORM FNC-VIREMENT-INTL

                WHEN V-FNC-F7
                   PERFORM FNC-CARTE-PREPAYEE

                WHEN V-FNC-F8
                   PERFORM FNC-PAYER-FACTURE

                WHEN V-FNC-F9
                   PERFORM FNC-COMPTES-ENFANTS

                WHEN V-FNC-F11
                   PERFORM FNC-CONSENTEMENTS

                WHEN V-FNC-F12
                   PERFORM FNC-DOCUMENTS-COMPTE

                WHEN V-FNC-F13
                   PERFORM FNC-ACCES-TIERS

                WHEN V-FNC-F14
                   PERFORM FNC-REMISE-CHEQUES

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-SERVICES2-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-AVANTAGES-SCREEN SECTION.
      *>------------------------------------------------------------------------
      *> cashback partenaires du client connecte : acquis a verser,
      *> en attente d'une contestation, deja credite, expire ; le
      *> versement est mensuel (cashbackcredbatch)

          PERFORM FNC-CHARGER-AVANTAGES
          MOVE 1 TO WS-AVT-CURRENT
          IF WS-AVT-COUNT = 0
             MOVE "Aucun achat partenaire retenu pour le moment"
               TO WSMSG
          END-IF

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY AVANTAGES-SCREEN END-DISPLAY
             ACCEPT AVANTAGES-SCREEN END-ACCEPT

             EVALUATE TRUE
                WHEN V-FNC-F2
                   IF WS-AVT-CURRENT < WS-AVT-COUNT
                      ADD 1 TO WS-AVT-CURRENT
                   ELSE
                      MOVE 1 TO WS-AVT-CURRENT
                   END-IF
                   MOVE SPACES TO WSMSG

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F2-Suivant F10-Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-AVANTAGES-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-AVANTAGES SECTION.
      *>------------------------------------------------------------------------
      *> les 50 derniers achats retenus du client sont gardes pour
      *> le detail (la table glisse), les cumuls portent sur tout
      *> le registre
          MOVE 0 TO WS-AVT-COUNT
          MOVE ZEROES TO WS-AVT-ACQUIS
          MOVE ZEROES TO WS-AVT-SUSPENDU
          MOVE ZEROES TO WS-AVT-CREDITE
          MOVE ZEROES TO WS-AVT-EXPIRE
          INITIALIZE WS-AVT-TABLE
          MOVE 'NON' TO WS-AVT-EOF
          OPEN INPUT CASHBACK
          IF WS-CASHBACK-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ CASHBACK
             AT END MOVE 'OUI' TO WS-AVT-EOF
          END-READ
          PERFORM UNTIL WS-AVT-EOF = 'OUI'
             IF CK-IDCLIENT = L-CLIENT-ID
                EVALUATE CK-STATUT
                   WHEN 'ACQUIS'
                      ADD CK-MONTANT TO WS-AVT-ACQUIS
                   WHEN 'SUSPENDU'
                      ADD CK-MONTANT TO WS-AVT-SUSPENDU
                   WHEN 'CREDITE'
                      ADD CK-MONTANT TO WS-AVT-CREDITE
                   WHEN 'EXPIRE'
                      ADD CK-MONTANT TO WS-AVT-EXPIRE
                END-EVALUATE
                IF WS-AVT-COUNT < 50
                   ADD 1 TO WS-AVT-COUNT
                ELSE
                   PERFORM VARYING WS-AVT-IDX FROM 1 BY 1
                      UNTIL WS-AVT-IDX > 49
                      MOVE WS-AVT-ENTRY(WS-AVT-IDX + 1)
                        TO WS-AVT-ENTRY(WS-AVT-IDX)
                   END-PERFORM
                END-IF
                MOVE CK-MAGASIN TO WS-AVT-MAGASIN(WS-AVT-COUNT)
                MOVE CK-DATE-ACHAT TO WS-AVT-DATE-ACHAT(WS-AVT-COUNT)
                MOVE CK-ACHAT TO WS-AVT-ACHAT(WS-AVT-COUNT)
                MOVE CK-MONTANT TO WS-AVT-MONTANT(WS-AVT-COUNT)
                MOVE CK-STATUT TO WS-AVT-STATUT(WS-AVT-COUNT)
             END-IF
             READ CASHBACK
                AT END MOVE 'OUI' TO WS-AVT-EOF
             END-READ
          END-PERFORM
          CLOSE CASHBACK
          .
       FNC-CHARGER-AVANTAGES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-EPARGNE-ARRONDI SECTION.
      *>------------------------------------------------------------------------
      *> adhesion du client connecte a l'epargne arrondi : F1 pose ou
      *> modifie les deux comptes, F2 arrete le balayage ; la ligne
      *> est tenue dans ARRONDI.DAT, arrondibatch vire chaque nuit
      *> les arrondis des achats carte regles du jour

          PERFORM FNC-CHARGER-ARRONDI
          PERFORM FNC-AFFICHER-ARRONDI

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY ARRONDI-SCREEN END-DISPLAY
             ACCEPT ARRONDI-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-ACTIVER-ARRONDI

                WHEN V-FNC-F2
                   IF WS-ARD-FOUND-IDX = 0
                      MOVE "Aucune epargne arrondi en place" TO WSMSG
                   ELSE
                      MOVE 'INACTIF'
                        TO WS-ARD-STATUT(WS-ARD-FOUND-IDX)
                      MOVE FUNCTION CURRENT-DATE
                        TO WS-CURRENT-DATE-FIELDS
                      MOVE SPACES TO C-DATE
                      STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
                         DELIMITED BY SIZE INTO C-DATE
                      MOVE C-DATE TO WS-ARD-DATE-MAJ(WS-ARD-FOUND-IDX)
                      PERFORM FNC-REWRITE-ARRONDI
                      PERFORM FNC-AFFICHER-ARRONDI
                      MOVE "Epargne arrondi arretee" TO WSMSG
                   END-IF

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Activer F2-Arreter F10-Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-EPARGNE-ARRONDI-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ACTIVER-ARRONDI SECTION.
      *>------------------------------------------------------------------------
      *> les deux comptes doivent appartenir au client connecte en
      *> titulaire (un mandataire sous procuration ne pose pas un
      *> prelevement permanent), et un compte courant ne peut etre
      *> balaye que par une seule adhesion ACTIF

          IF WS-ARD-IN-SRC = ZEROES OR WS-ARD-IN-DEST = ZEROES
             MOVE "Veuillez saisir les deux comptes" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-ARD-IN-SRC = WS-ARD-IN-DEST
             MOVE "Les deux comptes doivent etre differents"
               TO WSMSG
             EXIT SECTION
          END-IF

          CALL 'comptetitulaires' USING WS-ARD-IN-SRC,
             L-CLIENT-ID, WS-ARD-ROLE-SRC, WS-ARD-TIT-SRC
          CALL 'comptetitulaires' USING WS-ARD-IN-DEST,
             L-CLIENT-ID, WS-ARD-ROLE-DEST, WS-ARD-TIT-DEST
          IF WS-ARD-TIT-SRC NOT = 'OUI'
             OR WS-ARD-TIT-DEST NOT = 'OUI'
             MOVE "Compte hors de votre liste de comptes" TO WSMSG
             EXIT SECTION
          END-IF
          IF WS-ARD-ROLE-SRC(1:11) = 'PROCURATION'
             OR WS-ARD-ROLE-DEST(1:11) = 'PROCURATION'
             MOVE "Reserve aux titulaires des deux comptes" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE 'NON' TO WS-ARD-SRC-PRIS
          PERFORM VARYING WS-ARD-IDX FROM 1 BY 1
             UNTIL WS-ARD-IDX > WS-ARD-COUNT
             IF WS-ARD-IDX NOT = WS-ARD-FOUND-IDX
                AND WS-ARD-STATUT(WS-ARD-IDX) = 'ACTIF'
                AND WS-ARD-COMPTE-SRC(WS-ARD-IDX) = WS-ARD-IN-SRC
                MOVE 'OUI' TO WS-ARD-SRC-PRIS
             END-IF
          END-PERFORM
          IF WS-ARD-SRC-PRIS = 'OUI'
             MOVE "Ce compte a deja une epargne arrondi active"
               TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-ARD-FOUND-IDX = 0
             IF WS-ARD-COUNT NOT < 2000
                MOVE "Adhesion impossible, contactez l'agence"
                  TO WSMSG
                EXIT SECTION
             END-IF
             ADD 1 TO WS-ARD-COUNT
             MOVE WS-ARD-COUNT TO WS-ARD-FOUND-IDX
             MOVE L-CLIENT-ID TO WS-ARD-IDCLIENT(WS-ARD-FOUND-IDX)
             MOVE SPACES TO WS-ARD-DATE-BALAYAGE(WS-ARD-FOUND-IDX)
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO C-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO C-DATE

          MOVE WS-ARD-IN-SRC TO WS-ARD-COMPTE-SRC(WS-ARD-FOUND-IDX)
          MOVE WS-ARD-IN-DEST TO WS-ARD-COMPTE-DEST(WS-ARD-FOUND-IDX)
          MOVE 'ACTIF' TO WS-ARD-STATUT(WS-ARD-FOUND-IDX)
          MOVE C-DATE TO WS-ARD-DATE-MAJ(WS-ARD-FOUND-IDX)
          PERFORM FNC-REWRITE-ARRONDI
          PERFORM FNC-AFFICHER-ARRONDI
          MOVE "Epargne arrondi activee" TO WSMSG

          .
       FNC-ACTIVER-ARRONDI-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-AFFICHER-ARRONDI SECTION.
      *>------------------------------------------------------------------------

          IF WS-ARD-FOUND-IDX = 0
             MOVE 'AUCUNE' TO WS-ARD-STATUT-AFF
             MOVE ZEROES TO WS-ARD-SRC-AFF
             MOVE ZEROES TO WS-ARD-DEST-AFF
          ELSE
             MOVE WS-ARD-STATUT(WS-ARD-FOUND-IDX) TO WS-ARD-STATUT-AFF
             MOVE WS-ARD-COMPTE-SRC(WS-ARD-FOUND-IDX)
               TO WS-ARD-SRC-AFF
             MOVE WS-ARD-COMPTE-DEST(WS-ARD-FOUND-IDX)
               TO WS-ARD-DEST-AFF
          END-IF
          MOVE WS-ARD-SRC-AFF TO WS-ARD-IN-SRC
          MOVE WS-ARD-DEST-AFF TO WS-ARD-IN-DEST

          .
       FNC-AFFICHER-ARRONDI-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-ARRONDI SECTION.
      *>------------------------------------------------------------------------

          MOVE 0 TO WS-ARD-COUNT
          MOVE 0 TO WS-ARD-FOUND-IDX
          MOVE 'NON' TO WS-ARD-EOF
          OPEN INPUT ARRONDI
          IF WS-ARRONDI-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ ARRONDI
             AT END MOVE 'OUI' TO WS-ARD-EOF
          END-READ
          PERFORM UNTIL WS-ARD-EOF = 'OUI'
             OR WS-ARD-COUNT NOT < 2000
             ADD 1 TO WS-ARD-COUNT
             MOVE AR-IDCLIENT TO WS-ARD-IDCLIENT(WS-ARD-COUNT)
             MOVE AR-COMPTE-SRC TO WS-ARD-COMPTE-SRC(WS-ARD-COUNT)
             MOVE AR-COMPTE-DEST TO WS-ARD-COMPTE-DEST(WS-ARD-COUNT)
             MOVE AR-STATUT TO WS-ARD-STATUT(WS-ARD-COUNT)
             MOVE AR-DATE-MAJ TO WS-ARD-DATE-MAJ(WS-ARD-COUNT)
             MOVE AR-DATE-BALAYAGE
               TO WS-ARD-DATE-BALAYAGE(WS-ARD-COUNT)
             IF AR-IDCLIENT = L-CLIENT-ID
                MOVE WS-ARD-COUNT TO WS-ARD-FOUND-IDX
             END-IF
             READ ARRONDI
                AT END MOVE 'OUI' TO WS-ARD-EOF
             END-READ
          END-PERFORM
          CLOSE ARRONDI

          .
       FNC-CHARGER-ARRONDI-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REWRITE-ARRONDI SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT ARRONDI
          PERFORM VARYING WS-ARD-IDX FROM 1 BY 1
             UNTIL WS-ARD-IDX > WS-ARD-COUNT
             MOVE WS-ARD-IDCLIENT(WS-ARD-IDX) TO AR-IDCLIENT
             MOVE WS-ARD-COMPTE-SRC(WS-ARD-IDX) TO AR-COMPTE-SRC
             MOVE WS-ARD-COMPTE-DEST(WS-ARD-IDX) TO AR-COMPTE-DEST
             MOVE WS-ARD-STATUT(WS-ARD-IDX) TO AR-STATUT
             MOVE WS-ARD-DATE-MAJ(WS-ARD-IDX) TO AR-DATE-MAJ
             MOVE WS-ARD-DATE-BALAYAGE(WS-ARD-IDX) TO AR-DATE-BALAYAGE
             WRITE ARRONDI-RECORD
          END-PERFORM
          CLOSE ARRONDI

          .
       FNC-REWRITE-ARRONDI-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BALAYAGE-COMPTES SECTION.
      *>------------------------------------------------------------------------
      *> convention de balayage du client connecte : l'excedent du
      *> courant au-dessus du seuil haut part sur le livret, le
      *> livret renfloue le courant passe sous le plancher ; la
      *> ligne est tenue dans BALAYAGE.DAT, balayagebatch l'applique
      *> chaque soir et previent le client par sa messagerie

          PERFORM FNC-CHARGER-BALAYAGE
          PERFORM FNC-AFFICHER-BALAYAGE

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY BALAYAGE-SCREEN END-DISPLAY
             ACCEPT BALAYAGE-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-ACTIVER-BALAYAGE

                WHEN V-FNC-F2
                   IF WS-BLC-FOUND-IDX = 0
                      MOVE "Aucun balayage en place" TO WSMSG
                   ELSE
                      MOVE 'INACTIF'
                        TO WS-BLC-STATUT(WS-BLC-FOUND-IDX)
                      MOVE FUNCTION CURRENT-DATE
                        TO WS-CURRENT-DATE-FIELDS
                      MOVE SPACES TO C-DATE
                      STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
                         DELIMITED BY SIZE INTO C-DATE
                      MOVE C-DATE TO WS-BLC-DATE-MAJ(WS-BLC-FOUND-IDX)
                      PERFORM FNC-REWRITE-BALAYAGE
                      PERFORM FNC-AFFICHER-BALAYAGE
                      MOVE "Balayage arrete" TO WSMSG
                   END-IF

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Activer F2-Arreter F10-Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-BALAYAGE-COMPTES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ACTIVER-BALAYAGE SECTION.
      *>------------------------------------------------------------------------
      *> memes controles que l'epargne arrondi : deux comptes du
      *> client en titulaire, un seul balayage ACTIF par compte
      *> courant ; le seuil haut doit depasser le plancher, sinon
      *> les deux sens se renverraient les fonds chaque soir

          IF WS-BLC-IN-SRC = ZEROES OR WS-BLC-IN-DEST = ZEROES
             MOVE "Veuillez saisir les deux comptes" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-BLC-IN-SRC = WS-BLC-IN-DEST
             MOVE "Les deux comptes doivent etre differents"
               TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-BLC-IN-SEUIL-HAUT NOT > WS-BLC-IN-PLANCHER
             MOVE "Le seuil haut doit depasser le plancher" TO WSMSG
             EXIT SECTION
          END-IF

          CALL 'comptetitulaires' USING WS-BLC-IN-SRC,
             L-CLIENT-ID, WS-BLC-ROLE-SRC, WS-BLC-TIT-SRC
          CALL 'comptetitulaires' USING WS-BLC-IN-DEST,
             L-CLIENT-ID, WS-BLC-ROLE-DEST, WS-BLC-TIT-DEST
          IF WS-BLC-TIT-SRC NOT = 'OUI'
             OR WS-BLC-TIT-DEST NOT = 'OUI'
             MOVE "Compte hors de votre liste de comptes" TO WSMSG
             EXIT SECTION
          END-IF
          IF WS-BLC-ROLE-SRC(1:11) = 'PROCURATION'
             OR WS-BLC-ROLE-DEST(1:11) = 'PROCURATION'
             MOVE "Reserve aux titulaires des deux comptes" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE 'NON' TO WS-BLC-SRC-PRIS
          PERFORM VARYING WS-BLC-IDX FROM 1 BY 1
             UNTIL WS-BLC-IDX > WS-BLC-COUNT
             IF WS-BLC-IDX NOT = WS-BLC-FOUND-IDX
                AND WS-BLC-STATUT(WS-BLC-IDX) = 'ACTIF'
                AND WS-BLC-COMPTE-SRC(WS-BLC-IDX) = WS-BLC-IN-SRC
                MOVE 'OUI' TO WS-BLC-SRC-PRIS
             END-IF
          END-PERFORM
          IF WS-BLC-SRC-PRIS = 'OUI'
             MOVE "Ce compte a deja un balayage actif" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-BLC-FOUND-IDX = 0
             IF WS-BLC-COUNT NOT < 2000
                MOVE "Convention impossible, contactez l'agence"
                  TO WSMSG
                EXIT SECTION
             END-IF
             ADD 1 TO WS-BLC-COUNT
             MOVE WS-BLC-COUNT TO WS-BLC-FOUND-IDX
             MOVE L-CLIENT-ID TO WS-BLC-IDCLIENT(WS-BLC-FOUND-IDX)
             MOVE SPACES TO WS-BLC-DATE-BALAYAGE(WS-BLC-FOUND-IDX)
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO C-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO C-DATE

          MOVE WS-BLC-IN-SRC TO WS-BLC-COMPTE-SRC(WS-BLC-FOUND-IDX)
          MOVE WS-BLC-IN-DEST TO WS-BLC-COMPTE-DEST(WS-BLC-FOUND-IDX)
          MOVE WS-BLC-IN-SEUIL-HAUT
            TO WS-BLC-SEUIL-HAUT(WS-BLC-FOUND-IDX)
          MOVE WS-BLC-IN-PLANCHER TO WS-BLC-PLANCHER(WS-BLC-FOUND-IDX)
          MOVE WS-BLC-IN-MOUV-MIN TO WS-BLC-MOUV-MIN(WS-BLC-FOUND-IDX)
          MOVE 'ACTIF' TO WS-BLC-STATUT(WS-BLC-FOUND-IDX)
          MOVE C-DATE TO WS-BLC-DATE-MAJ(WS-BLC-FOUND-IDX)
          PERFORM FNC-REWRITE-BALAYAGE
          PERFORM FNC-AFFICHER-BALAYAGE
          MOVE "Balayage enregistre" TO WSMSG

          .
       FNC-ACTIVER-BALAYAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-AFFICHER-BALAYAGE SECTION.
      *>------------------------------------------------------------------------

          IF WS-BLC-FOUND-IDX = 0
             MOVE 'AUCUN' TO WS-BLC-STATUT-AFF
             MOVE ZEROES TO WS-BLC-SRC-AFF
             MOVE ZEROES TO WS-BLC-DEST-AFF
             MOVE ZEROES TO WS-BLC-SEUIL-HAUT-AFF
             MOVE ZEROES TO WS-BLC-PLANCHER-AFF
             MOVE ZEROES TO WS-BLC-MOUV-MIN-AFF
          ELSE
             MOVE WS-BLC-STATUT(WS-BLC-FOUND-IDX) TO WS-BLC-STATUT-AFF
             MOVE WS-BLC-COMPTE-SRC(WS-BLC-FOUND-IDX)
               TO WS-BLC-SRC-AFF
             MOVE WS-BLC-COMPTE-DEST(WS-BLC-FOUND-IDX)
               TO WS-BLC-DEST-AFF
             MOVE WS-BLC-SEUIL-HAUT(WS-BLC-FOUND-IDX)
               TO WS-BLC-SEUIL-HAUT-AFF
             MOVE WS-BLC-PLANCHER(WS-BLC-FOUND-IDX)
               TO WS-BLC-PLANCHER-AFF
             MOVE WS-BLC-MOUV-MIN(WS-BLC-FOUND-IDX)
               TO WS-BLC-MOUV-MIN-AFF
          END-IF
          MOVE WS-BLC-SRC-AFF TO WS-BLC-IN-SRC
          MOVE WS-BLC-DEST-AFF TO WS-BLC-IN-DEST
          MOVE WS-BLC-SEUIL-HAUT-AFF TO WS-BLC-IN-SEUIL-HAUT
          MOVE WS-BLC-PLANCHER-AFF TO WS-BLC-IN-PLANCHER
          MOVE WS-BLC-MOUV-MIN-AFF TO WS-BLC-IN-MOUV-MIN

          .
       FNC-AFFICHER-BALAYAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-BALAYAGE SECTION.
      *>------------------------------------------------------------------------

          MOVE 0 TO WS-BLC-COUNT
          MOVE 0 TO WS-BLC-FOUND-IDX
          MOVE 'NON' TO WS-BLC-EOF
          OPEN INPUT BALAYAGE
          IF WS-BALAYAGE-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ BALAYAGE
             AT END MOVE 'OUI' TO WS-BLC-EOF
          END-READ
          PERFORM UNTIL WS-BLC-EOF = 'OUI'
             OR WS-BLC-COUNT NOT < 2000
             ADD 1 TO WS-BLC-COUNT
             MOVE BALAYAGE-RECORD TO WS-BLC-ENTRY(WS-BLC-COUNT)
             IF BL-IDCLIENT = L-CLIENT-ID
                MOVE WS-BLC-COUNT TO WS-BLC-FOUND-IDX
             END-IF
             READ BALAYAGE
                AT END MOVE 'OUI' TO WS-BLC-EOF
             END-READ
          END-PERFORM
          CLOSE BALAYAGE

          .
       FNC-CHARGER-BALAYAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REWRITE-BALAYAGE SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT BALAYAGE
          PERFORM VARYING WS-BLC-IDX FROM 1 BY 1
             UNTIL WS-BLC-IDX > WS-BLC-COUNT
             MOVE WS-BLC-ENTRY(WS-BLC-IDX) TO BALAYAGE-RECORD
             WRITE BALAYAGE-RECORD
          END-PERFORM
          CLOSE BALAYAGE

          .
       FNC-REWRITE-BALAYAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VIREMENT-INTL SECTION.
      *>------------------------------------------------------------------------
      *> virement international hors SEPA : le client saisit la
      *> banque du beneficiaire (BIC, nom), son compte et son
      *> adresse, la devise et l'option de frais OUR/SHA/BEN. Le
      *> compte est debite tout de suite de la contre-valeur EUR au
      *> cours client ; l'ordre est range dans INTLVIR.DAT et
      *> intlvirbatch le filtre (sanctions) puis l'emet vers la
      *> banque correspondante -- voir FNC-VIREMENT-INTL-EXEC

          MOVE ZEROES TO WS-VX-TAUX-AFF
          MOVE ZEROES TO WS-VX-EUR-AFF
          MOVE ZEROES TO WS-VX-FRAIS-AFF
          MOVE ZEROES TO WS-VX-ID-AFF

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY VIREMENT-INTL-SCREEN END-DISPLAY
             ACCEPT VIREMENT-INTL-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-VIREMENT-INTL-EXEC

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Emettre F10-Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-VIREMENT-INTL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VIREMENT-INTL-EXEC SECTION.
      *>------------------------------------------------------------------------
      *> contre-valeur EUR = montant devise x cours client, le cours
      *> client etant le cours du jour devise/EUR majore de notre
      *> marge ; un ordre en EUR hors zone SEPA part au cours 1. Les
      *> frais de correspondant sont factures selon l'option : OUR
      *> et SHA au bareme de commisionfrais, BEN sans frais chez
      *> nous (le correspondant les preleve sur le montant)

          IF WS-VX-IN-MONTANT = ZEROES
             MOVE "Veuillez entrer un montant superieur a zero"
               TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-VX-IN-FRAIS NOT = 'OUR'
             AND WS-VX-IN-FRAIS NOT = 'SHA'
             AND WS-VX-IN-FRAIS NOT = 'BEN'
             MOVE "Option de frais : OUR, SHA ou BEN" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-VX-IN-NOM = SPACES OR WS-VX-IN-CPTBEN = SPACES
             MOVE "Beneficiaire et compte obligatoires" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-VX-IN-BIC = SPACES OR WS-VX-IN-BANQUE = SPACES
             MOVE "BIC et nom de la banque obligatoires" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-VX-IN-DEVISE = SPACES
             MOVE "Veuillez saisir la devise" TO WSMSG
             EXIT SECTION
          END-IF

          CALL 'comptetitulaires' USING WS-VX-IN-COMPTE,
             L-CLIENT-ID, WS-VX-ROLE, WS-VX-TIT
          IF WS-VX-TIT NOT = 'OUI'
             MOVE "Compte hors de votre liste de comptes" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO C-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO C-DATE

          PERFORM FNC-TAUX-VIREMENT-INTL
          IF WS-VX-TAUX-TROUVE NOT = 'OUI'
             MOVE "Devise non cotee, virement impossible" TO WSMSG
             EXIT SECTION
          END-IF

          COMPUTE WS-VX-CONTREVALEUR ROUNDED =
             WS-VX-IN-MONTANT * WS-VX-TAUX-CLIENT
          IF WS-VX-CONTREVALEUR = ZEROES
             OR WS-VX-CONTREVALEUR > 99999.99
             MOVE "Contre-valeur EUR hors limites" TO WSMSG
             EXIT SECTION
          END-IF
          MOVE WS-VX-CONTREVALEUR TO WS-VX-MONTANT-EUR

      *>  mandataire sous procuration : portee et plafond controles
      *>  sur la contre-valeur EUR, operation tracee
          IF WS-VX-ROLE(1:11) = 'PROCURATION'
             MOVE WS-VX-IN-COMPTE TO WS-PXC-COMPTE
             MOVE WS-VX-ROLE TO WS-PXC-ROLE
             MOVE WS-VX-MONTANT-EUR TO WS-PXC-MONTANT
             PERFORM FNC-CONTROLE-PROCURATION
             IF WS-PXC-AUTORISE = 'NON'
                EXIT SECTION
             END-IF
          END-IF

          MOVE ZEROES TO WS-VX-SOLDE
          CALL 'opdebit' USING WS-VX-SOLDE, WS-VX-MONTANT-EUR,
             WS-VX-NEWSOLDE, WS-VX-IN-COMPTE, C-DATE,
             'EUR', 'EUR', WS-VX-SUCCES

          IF WS-VX-SUCCES NOT = 'OUI'
             MOVE "Debit refuse (plafond/decouvert/saisie)" TO WSMSG
             EXIT SECTION
          END-IF

      *>  reference de l'ordre, tiree du meme compteur que les
      *>  numeros de sequence du flux genere
          PERFORM NEXT-SQL-SEQ
          MOVE WS-SQL-SEQ-NR TO WS-VX-ID

          MOVE 'VIREMENT INTERNATIONAL' TO DET-TYPE
          MOVE SPACES TO DET-LIBELLE
          STRING 'VX' WS-VX-ID ' ' FUNCTION TRIM(WS-VX-IN-LIBELLE)
             DELIMITED BY SIZE INTO DET-LIBELLE
          MOVE SPACES TO DET-MONTANT
          STRING '-' FUNCTION TRIM(WS-VX-MONTANT-EUR)
             DELIMITED BY SIZE INTO DET-MONTANT
          MOVE WS-VX-IN-COMPTE TO DET-COMPTEID
          MOVE L-CLIENT-ID TO DET-CLIENTID
          MOVE C-DATE TO DET-DATEOP
          MOVE SQL-DETAIL-LINE TO PRINT-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
          WRITE PRINT-LINE
          CALL 'opjournal' USING WS-SQL-SEQ-NR,
             PRINT-LINE

          MOVE '-' TO DET-OPERATOR
          MOVE WS-VX-MONTANT-EUR TO DET-UP-SOMME
          MOVE WS-VX-IN-COMPTE TO DET-UP-COMPTEID
          MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
          WRITE PRINT-UP-LINE

      *>  frais de correspondant selon l'option choisie
          MOVE ZEROES TO WS-VX-FRAIS-EUR
          IF WS-VX-IN-FRAIS NOT = 'BEN'
             IF WS-VX-IN-FRAIS = 'OUR'
                MOVE 'FRAIS VIREMENT INTL OUR' TO C-TYPEOP
             ELSE
                MOVE 'FRAIS VIREMENT INTL SHA' TO C-TYPEOP
             END-IF
             MOVE SPACES TO C-SOMME
             MOVE 8 TO C-PLAFOND
             CALL 'commisionfrais' USING C-MONTANT, C-SOMME,
                C-TYPEOP, C-FRAGFINANC, C-PLAFOND, C-DATE,
                C-LIBELLE, WS-VX-IN-COMPTE, L-CLIENT-ID
             MOVE C-MONTANT TO WS-VX-FRAIS-EUR
             IF WS-VX-FRAIS-EUR > ZEROES
                MOVE C-TYPEOP TO DET-TYPE
                MOVE C-LIBELLE TO DET-LIBELLE
                MOVE SPACES TO DET-MONTANT
                STRING '-' C-MONTANT DELIMITED BY SIZE
                   INTO DET-MONTANT
                MOVE WS-VX-IN-COMPTE TO DET-COMPTEID
                MOVE SQL-DETAIL-LINE TO PRINT-LINE
                PERFORM NEXT-SQL-SEQ
                MOVE " SEQ=" TO PRINT-LINE(201:5)
                MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
                WRITE PRINT-LINE
                CALL 'opjournal' USING WS-SQL-SEQ-NR,
                   PRINT-LINE

                MOVE '-' TO DET-OPERATOR
                MOVE C-MONTANT TO DET-UP-SOMME
                MOVE WS-VX-IN-COMPTE TO DET-UP-COMPTEID
                MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
                PERFORM NEXT-SQL-SEQ
                MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
                MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
                WRITE PRINT-UP-LINE
             END-IF
          END-IF

      *>  l'ordre attend l'emission du soir par intlvirbatch
          INITIALIZE INTLVIR-RECORD
          MOVE WS-VX-ID TO IV-ID
          MOVE L-CLIENT-ID TO IV-IDCLIENT
          MOVE WS-VX-IN-COMPTE TO IV-COMPTEID
          MOVE WS-VX-IN-NOM TO IV-BENEF-NOM
          MOVE WS-VX-IN-ADRESSE TO IV-BENEF-ADRESSE
          MOVE WS-VX-IN-CPTBEN TO IV-BENEF-COMPTE
          MOVE WS-VX-IN-BIC TO IV-BIC
          MOVE WS-VX-IN-BANQUE TO IV-BANQUE-NOM
          MOVE WS-VX-IN-DEVISE TO IV-DEVISE
          MOVE WS-VX-IN-MONTANT TO IV-MONTANT-DEV
          MOVE WS-VX-TAUX-CLIENT TO IV-TAUX
          MOVE WS-VX-MONTANT-EUR TO IV-MONTANT-EUR
          MOVE WS-VX-IN-FRAIS TO IV-FRAIS
          MOVE WS-VX-FRAIS-EUR TO IV-FRAIS-EUR
          MOVE WS-VX-IN-LIBELLE TO IV-LIBELLE
          MOVE C-DATE TO IV-DATE-ORDRE
          MOVE 'A EMETTRE' TO IV-STATUT
          OPEN EXTEND INTLVIR
          IF WS-INTLVIR-STATUS = "35"
             CLOSE INTLVIR
             OPEN OUTPUT INTLVIR
          END-IF
          WRITE INTLVIR-RECORD
          CLOSE INTLVIR

          MOVE WS-VX-TAUX-CLIENT TO WS-VX-TAUX-AFF
          MOVE WS-VX-MONTANT-EUR TO WS-VX-EUR-AFF
          MOVE WS-VX-FRAIS-EUR TO WS-VX-FRAIS-AFF
          MOVE WS-VX-ID TO WS-VX-ID-AFF
          MOVE "Virement international enregistre" TO WSMSG

          .
       FNC-VIREMENT-INTL-EXEC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-TAUX-VIREMENT-INTL SECTION.
      *>------------------------------------------------------------------------
      *> cours du jour : le plus recent de la paire devise/EUR dont
      *> la date d'effet ne depasse pas ce jour (meme regle que
      *> revalbatch), majore de la marge de INTLPARM.DAT (1.00 %
      *> si le fichier est absent)

          MOVE 'NON' TO WS-VX-TAUX-TROUVE
          MOVE ZEROES TO WS-VX-TAUX-JOUR
          MOVE ZEROES TO WS-VX-TAUX-CLIENT

          IF WS-VX-IN-DEVISE = 'EUR'
             MOVE 'OUI' TO WS-VX-TAUX-TROUVE
             MOVE 1 TO WS-VX-TAUX-CLIENT
             EXIT SECTION
          END-IF

          MOVE SPACES TO WS-VX-TAUX-DATE
          MOVE 'NON' TO WS-VX-EOF
          OPEN INPUT TAUXCHANGE
          IF WS-TAUXCHANGE-STATUS = "00"
             READ TAUXCHANGE
                AT END MOVE 'OUI' TO WS-VX-EOF
             END-READ
             PERFORM UNTIL WS-VX-EOF = 'OUI'
                IF TX-DEVISE-OP = WS-VX-IN-DEVISE
                   AND TX-DEVISE-COMPTE = 'EUR'
                   AND TX-DATE-EFFET NOT > C-DATE
                   AND TX-DATE-EFFET NOT < WS-VX-TAUX-DATE
                   MOVE 'OUI' TO WS-VX-TAUX-TROUVE
                   MOVE TX-TAUX TO WS-VX-TAUX-JOUR
                   MOVE TX-DATE-EFFET TO WS-VX-TAUX-DATE
                END-IF
                READ TAUXCHANGE
                   AT END MOVE 'OUI' TO WS-VX-EOF
                END-READ
             END-PERFORM
             CLOSE TAUXCHANGE
          END-IF

          IF WS-VX-TAUX-TROUVE NOT = 'OUI'
             OR WS-VX-TAUX-JOUR = ZEROES
             MOVE 'NON' TO WS-VX-TAUX-TROUVE
             EXIT SECTION
          END-IF

          MOVE 1.00 TO WS-VX-MARGE
          OPEN INPUT INTLPARM
          IF WS-INTLPARM-STATUS = "00"
             READ INTLPARM
                NOT AT END MOVE IP-MARGE-PCT TO WS-VX-MARGE
             END-READ
             CLOSE INTLPARM
          END-IF

          COMPUTE WS-VX-TAUX-CLIENT ROUNDED =
             WS-VX-TAUX-JOUR * (1 + WS-VX-MARGE / 100)

          .
       FNC-TAUX-VIREMENT-INTL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CARTE-PREPAYEE SECTION.
      *>------------------------------------------------------------------------
      *> carte prepayee rattachee au compte connecte (compte de
      *> financement) : chargement depuis le compte (debit via
      *> opdebit), dechargement vers le compte (credit via opcredit)
      *> et consultation du solde stocke sur la carte. Chaque
      *> mouvement part au journal CARTEPREPMVT.DAT, source du
      *> releve mensuel de cartepreprelbatch

          MOVE ZEROES TO WS-PPC-SOLDE-AFF
          MOVE ZEROES TO WS-PPC-DISPO-AFF

          PERFORM FOREVER
             MOVE ZEROES TO WS-PPC-IN-MONTANT
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY CARTE-PREPAYEE-SCREEN END-DISPLAY
             ACCEPT CARTE-PREPAYEE-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-CHARGER-PREPAYEE

                WHEN V-FNC-F2
                   PERFORM FNC-DECHARGER-PREPAYEE

                WHEN V-FNC-F3
                   PERFORM FNC-CONSULTER-PREPAYEE

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Charger F2-Decharger F3-Consulter"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-CARTE-PREPAYEE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CONTROLE-CARTE-PREP SECTION.
      *>------------------------------------------------------------------------
      *> la carte saisie doit etre une carte PREPAYEE de CARTES.DAT
      *> financee par le compte connecte ; son statut et sa date
      *> d'expiration sont rendus pour les controles de l'appelant

          MOVE 'NON' TO WS-PPC-CARTE-OK
          MOVE SPACES TO WS-PPC-STATUT-CARTE
          MOVE SPACES TO WS-PPC-DATE-EXPIR
          MOVE 'NON' TO WS-PPC-EOF
          OPEN INPUT CARTES
          READ CARTES
             AT END MOVE 'OUI' TO WS-PPC-EOF
          END-READ
          PERFORM UNTIL WS-PPC-EOF = 'OUI'
             IF CR-NUMCARTE = WS-PPC-IN-NUMCARTE
                IF CR-TYPE-CARTE = 'PREPAYEE'
                   AND CR-COMPTEID = L-COMPTE-ID
                   MOVE 'OUI' TO WS-PPC-CARTE-OK
                   MOVE CR-STATUT TO WS-PPC-STATUT-CARTE
                   MOVE CR-DATE-EXPIR TO WS-PPC-DATE-EXPIR
                END-IF
                MOVE 'OUI' TO WS-PPC-EOF
             ELSE
                READ CARTES
                   AT END MOVE 'OUI' TO WS-PPC-EOF
                END-READ
             END-IF
          END-PERFORM
          CLOSE CARTES

          IF WS-PPC-CARTE-OK = 'NON'
             MOVE "Carte prepayee inconnue sur ce compte" TO WSMSG
          END-IF

          .
       FNC-CONTROLE-CARTE-PREP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-CARTEPREP SECTION.
      *>------------------------------------------------------------------------
      *> registre des soldes charge en table (charge-table/reecrit,
      *> meme idiome que ALERTPREF.DAT), ligne de la carte saisie
      *> reperee dans WS-PPC-FOUND-IDX

          MOVE 0 TO WS-PPC-COUNT
          MOVE 0 TO WS-PPC-FOUND-IDX
          MOVE 'NON' TO WS-PPC-TRONQUE
          MOVE 'NON' TO WS-PPC-EOF
          OPEN INPUT CARTEPREP
          IF WS-CARTEPREP-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ CARTEPREP
             AT END MOVE 'OUI' TO WS-PPC-EOF
          END-READ
          PERFORM UNTIL WS-PPC-EOF = 'OUI'
             IF WS-PPC-COUNT NOT < 500
                MOVE 'OUI' TO WS-PPC-TRONQUE
             ELSE
                ADD 1 TO WS-PPC-COUNT
                MOVE PC-NUMCARTE TO WS-PPC-NUMCARTE(WS-PPC-COUNT)
                MOVE PC-COMPTEID TO WS-PPC-COMPTEID(WS-PPC-COUNT)
                MOVE PC-IDCLIENT TO WS-PPC-IDCLIENT(WS-PPC-COUNT)
                MOVE PC-SOLDE TO WS-PPC-SOLDE(WS-PPC-COUNT)
                MOVE PC-RESERVE TO WS-PPC-RESERVE(WS-PPC-COUNT)
                MOVE PC-PLAFOND TO WS-PPC-PLAFOND(WS-PPC-COUNT)
                MOVE PC-DATE-MAJ TO WS-PPC-DATE-MAJ(WS-PPC-COUNT)
                MOVE PC-STATUT TO WS-PPC-STATUT(WS-PPC-COUNT)
                IF PC-NUMCARTE = WS-PPC-IN-NUMCARTE
                   MOVE WS-PPC-COUNT TO WS-PPC-FOUND-IDX
                END-IF
             END-IF
             READ CARTEPREP
                AT END MOVE 'OUI' TO WS-PPC-EOF
             END-READ
          END-PERFORM
          CLOSE CARTEPREP

          .
       FNC-CHARGER-CARTEPREP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REWRITE-CARTEPREP SECTION.
      *>------------------------------------------------------------------------

      *>  un registre plus grand que la table n'est jamais reecrit
          IF WS-PPC-TRONQUE = 'OUI'
             EXIT SECTION
          END-IF
          OPEN OUTPUT CARTEPREP
          PERFORM VARYING WS-PPC-IDX FROM 1 BY 1
             UNTIL WS-PPC-IDX > WS-PPC-COUNT
             MOVE WS-PPC-NUMCARTE(WS-PPC-IDX) TO PC-NUMCARTE
             MOVE WS-PPC-COMPTEID(WS-PPC-IDX) TO PC-COMPTEID
             MOVE WS-PPC-IDCLIENT(WS-PPC-IDX) TO PC-IDCLIENT
             MOVE WS-PPC-SOLDE(WS-PPC-IDX) TO PC-SOLDE
             MOVE WS-PPC-RESERVE(WS-PPC-IDX) TO PC-RESERVE
             MOVE WS-PPC-PLAFOND(WS-PPC-IDX) TO PC-PLAFOND
             MOVE WS-PPC-DATE-MAJ(WS-PPC-IDX) TO PC-DATE-MAJ
             MOVE WS-PPC-STATUT(WS-PPC-IDX) TO PC-STATUT
             WRITE CARTEPREP-RECORD
          END-PERFORM
          CLOSE CARTEPREP

          .
       FNC-REWRITE-CARTEPREP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ECRIRE-MVT-PREP SECTION.
      *>------------------------------------------------------------------------
      *> mouvement de la carte courante (WS-PPC-FOUND-IDX) ajoute au
      *> journal ; l'appelant a pose type, montant, libelle, statut
      *> et reference

          MOVE WS-PPC-IN-NUMCARTE TO PM-NUMCARTE
          MOVE WS-PPC-REFERENCE TO PM-REFERENCE
          MOVE C-DATE TO PM-DATE
          MOVE WS-PPC-TYPE-MVT TO PM-TYPE
          MOVE WS-PPC-IN-MONTANT TO PM-MONTANT
          IF PM-STATUT = 'AUTORISEE'
             MOVE SPACES TO PM-DATE-EFFET
             MOVE ZEROES TO PM-SOLDE-APRES
          ELSE
             MOVE C-DATE TO PM-DATE-EFFET
             MOVE WS-PPC-SOLDE(WS-PPC-FOUND-IDX) TO PM-SOLDE-APRES
          END-IF
          OPEN EXTEND CARTEPREPMVT
          IF WS-CARTEPREPMVT-STATUS = "35"
             CLOSE CARTEPREPMVT
             OPEN OUTPUT CARTEPREPMVT
          END-IF
          WRITE CARTEPREPMVT-RECORD
          CLOSE CARTEPREPMVT

          .
       FNC-ECRIRE-MVT-PREP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CONSULTER-PREPAYEE SECTION.
      *>------------------------------------------------------------------------

          PERFORM FNC-CONTROLE-CARTE-PREP
          IF WS-PPC-CARTE-OK = 'NON'
             EXIT SECTION
          END-IF

          PERFORM FNC-CHARGER-CARTEPREP
          IF WS-PPC-TRONQUE = 'OUI'
             MOVE "Registre des cartes prepayees plein" TO WSMSG
             EXIT SECTION
          END-IF
          MOVE ZEROES TO WS-PPC-SOLDE-AFF
          MOVE ZEROES TO WS-PPC-DISPO-AFF
          IF WS-PPC-FOUND-IDX = 0
             MOVE "Carte jamais chargee" TO WSMSG
             EXIT SECTION
          END-IF
          MOVE WS-PPC-SOLDE(WS-PPC-FOUND-IDX) TO WS-PPC-SOLDE-AFF
          COMPUTE WS-PPC-DISPO-AFF =
             WS-PPC-SOLDE(WS-PPC-FOUND-IDX)
             - WS-PPC-RESERVE(WS-PPC-FOUND-IDX)
          IF WS-PPC-STATUT(WS-PPC-FOUND-IDX) = 'REMBOURSEE'
             MOVE "Carte expiree, solde rembourse" TO WSMSG
          END-IF

          .
       FNC-CONSULTER-PREPAYEE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-PREPAYEE SECTION.
      *>------------------------------------------------------------------------
      *> chargement : debit du compte de financement dans la limite
      *> du plafond de la carte ; la ligne du registre est ouverte au
      *> premier chargement

          IF WS-PPC-IN-MONTANT = ZEROES
             MOVE "Veuillez entrer un montant superieur a zero"
               TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FNC-CONTROLE-CARTE-PREP
          IF WS-PPC-CARTE-OK = 'NON'
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO C-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO C-DATE

          IF WS-PPC-STATUT-CARTE NOT = 'ACTIVE'
             OR (WS-PPC-DATE-EXPIR NOT = SPACES
                 AND WS-PPC-DATE-EXPIR < C-DATE)
             MOVE "Carte inactive ou expiree, chargement refuse"
               TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FNC-CHARGER-CARTEPREP
          IF WS-PPC-TRONQUE = 'OUI'
             MOVE "Registre des cartes prepayees plein" TO WSMSG
             EXIT SECTION
          END-IF
          IF WS-PPC-FOUND-IDX = 0
             IF WS-PPC-COUNT NOT < 500
                MOVE "Registre des cartes prepayees plein" TO WSMSG
                EXIT SECTION
             END-IF
             ADD 1 TO WS-PPC-COUNT
             MOVE WS-PPC-COUNT TO WS-PPC-FOUND-IDX
             MOVE WS-PPC-IN-NUMCARTE
               TO WS-PPC-NUMCARTE(WS-PPC-FOUND-IDX)
             MOVE L-COMPTE-ID TO WS-PPC-COMPTEID(WS-PPC-FOUND-IDX)
             MOVE L-CLIENT-ID TO WS-PPC-IDCLIENT(WS-PPC-FOUND-IDX)
             MOVE ZEROES TO WS-PPC-SOLDE(WS-PPC-FOUND-IDX)
             MOVE ZEROES TO WS-PPC-RESERVE(WS-PPC-FOUND-IDX)
             MOVE WS-PPC-PLAFOND-DEF
               TO WS-PPC-PLAFOND(WS-PPC-FOUND-IDX)
             MOVE 'ACTIVE' TO WS-PPC-STATUT(WS-PPC-FOUND-IDX)
          END-IF

          IF WS-PPC-SOLDE(WS-PPC-FOUND-IDX) + WS-PPC-IN-MONTANT
             > WS-PPC-PLAFOND(WS-PPC-FOUND-IDX)
             MOVE "Plafond de la carte prepayee depasse" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE L-COMPTE-ID TO WS-MC-COMPTEID-OP
          MOVE ZEROES TO WS-PPC-SOLDE-CPT
          CALL 'opdebit' USING WS-PPC-SOLDE-CPT, WS-PPC-IN-MONTANT,
             WS-PPC-NEWSOLDE, WS-MC-COMPTEID-OP, C-DATE,
             'EUR', 'EUR', WS-PPC-SUCCES

          IF WS-PPC-SUCCES NOT = 'OUI'
             MOVE "Debit refuse (plafond/decouvert/saisie)" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE 'CHARGEMENT PREPAYEE' TO DET-TYPE
          MOVE SPACES TO DET-LIBELLE
          STRING 'CHARGEMENT CARTE ' WS-PPC-IN-NUMCARTE(13:4)
             DELIMITED BY SIZE INTO DET-LIBELLE
          MOVE SPACES TO DET-MONTANT
          STRING '-' FUNCTION TRIM(WS-PPC-IN-MONTANT)
             DELIMITED BY SIZE INTO DET-MONTANT
          MOVE L-COMPTE-ID TO DET-COMPTEID
          MOVE L-CLIENT-ID TO DET-CLIENTID
          MOVE C-DATE TO DET-DATEOP
          MOVE SQL-DETAIL-LINE TO PRINT-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
          WRITE PRINT-LINE
          CALL 'opjournal' USING WS-SQL-SEQ-NR,
             PRINT-LINE

          MOVE SPACES TO WS-PPC-REFERENCE
          STRING 'PP' WS-SQL-SEQ-NR
             DELIMITED BY SIZE INTO WS-PPC-REFERENCE

          MOVE '-' TO DET-OPERATOR
          MOVE WS-PPC-IN-MONTANT TO DET-UP-SOMME
          MOVE L-COMPTE-ID TO DET-UP-COMPTEID
          MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
          WRITE PRINT-UP-LINE

          ADD WS-PPC-IN-MONTANT TO WS-PPC-SOLDE(WS-PPC-FOUND-IDX)
          MOVE C-DATE TO WS-PPC-DATE-MAJ(WS-PPC-FOUND-IDX)
          PERFORM FNC-REWRITE-CARTEPREP

          MOVE 'CHARGEMENT' TO WS-PPC-TYPE-MVT
          MOVE 'EFFECTUE' TO PM-STATUT
          MOVE SPACES TO PM-LIBELLE
          STRING 'CHARGEMENT DEPUIS COMPTE ' L-COMPTE-ID
             DELIMITED BY SIZE INTO PM-LIBELLE
          PERFORM FNC-ECRIRE-MVT-PREP

          MOVE WS-PPC-SOLDE(WS-PPC-FOUND-IDX) TO WS-PPC-SOLDE-AFF
          COMPUTE WS-PPC-DISPO-AFF =
             WS-PPC-SOLDE(WS-PPC-FOUND-IDX)
             - WS-PPC-RESERVE(WS-PPC-FOUND-IDX)
          MOVE "Carte prepayee chargee" TO WSMSG

          .
       FNC-CHARGER-PREPAYEE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DECHARGER-PREPAYEE SECTION.
      *>------------------------------------------------------------------------
      *> dechargement : retour vers le compte de financement (credit
      *> via opcredit) dans la limite du disponible de la carte --
      *> les achats autorises non encore regles restent retenus.
      *> Une carte gelee ou opposee peut etre dechargee

          IF WS-PPC-IN-MONTANT = ZEROES
             MOVE "Veuillez entrer un montant superieur a zero"
               TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FNC-CONTROLE-CARTE-PREP
          IF WS-PPC-CARTE-OK = 'NON'
             EXIT SECTION
          END-IF

          PERFORM FNC-CHARGER-CARTEPREP
          IF WS-PPC-TRONQUE = 'OUI'
             MOVE "Registre des cartes prepayees plein" TO WSMSG
             EXIT SECTION
          END-IF
          IF WS-PPC-FOUND-IDX = 0
             MOVE "Carte jamais chargee" TO WSMSG
             EXIT SECTION
          END-IF
          IF WS-PPC-STATUT(WS-PPC-FOUND-IDX) = 'REMBOURSEE'
             MOVE "Carte expiree, solde deja rembourse" TO WSMSG
             EXIT SECTION
          END-IF

          COMPUTE WS-PPC-DISPONIBLE =
             WS-PPC-SOLDE(WS-PPC-FOUND-IDX)
             - WS-PPC-RESERVE(WS-PPC-FOUND-IDX)
          IF WS-PPC-IN-MONTANT > WS-PPC-DISPONIBLE
             MOVE "Disponible de la carte insuffisant" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO C-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO C-DATE

          MOVE L-COMPTE-ID TO WS-MC-COMPTEID-OP
          MOVE ZEROES TO WS-PPC-SOLDE-CPT
          CALL 'opcredit' USING WS-PPC-SOLDE-CPT, WS-PPC-IN-MONTANT,
             WS-PPC-NEWSOLDE, WS-MC-COMPTEID-OP, C-DATE,
             WS-PPC-SUCCES, 'EUR', 'EUR'

          IF WS-PPC-SUCCES NOT = 'OUI'
             MOVE "Credit refuse (plafond de depot du compte)"
               TO WSMSG
             EXIT SECTION
          END-IF

          MOVE 'DECHARGEMENT PREPAYEE' TO DET-TYPE
          MOVE SPACES TO DET-LIBELLE
          STRING 'DECHARGEMENT CARTE ' WS-PPC-IN-NUMCARTE(13:4)
             DELIMITED BY SIZE INTO DET-LIBELLE
          MOVE SPACES TO DET-MONTANT
          STRING '+' FUNCTION TRIM(WS-PPC-IN-MONTANT)
             DELIMITED BY SIZE INTO DET-MONTANT
          MOVE L-COMPTE-ID TO DET-COMPTEID
          MOVE L-CLIENT-ID TO DET-CLIENTID
          MOVE C-DATE TO DET-DATEOP
          MOVE SQL-DETAIL-LINE TO PRINT-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
          WRITE PRINT-LINE
          CALL 'opjournal' USING WS-SQL-SEQ-NR,
             PRINT-LINE

          MOVE SPACES TO WS-PPC-REFERENCE
          STRING 'PP' WS-SQL-SEQ-NR
             DELIMITED BY SIZE INTO WS-PPC-REFERENCE

          MOVE '+' TO DET-OPERATOR
          MOVE WS-PPC-IN-MONTANT TO DET-UP-SOMME
          MOVE L-COMPTE-ID TO DET-UP-COMPTEID
          MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
          WRITE PRINT-UP-LINE

          SUBTRACT WS-PPC-IN-MONTANT
             FROM WS-PPC-SOLDE(WS-PPC-FOUND-IDX)
          MOVE C-DATE TO WS-PPC-DATE-MAJ(WS-PPC-FOUND-IDX)
          PERFORM FNC-REWRITE-CARTEPREP

          MOVE 'DECHARGEMENT' TO WS-PPC-TYPE-MVT
          MOVE 'EFFECTUE' TO PM-STATUT
          MOVE SPACES TO PM-LIBELLE
          STRING 'RETOUR VERS COMPTE ' L-COMPTE-ID
             DELIMITED BY SIZE INTO PM-LIBELLE
          PERFORM FNC-ECRIRE-MVT-PREP

          MOVE WS-PPC-SOLDE(WS-PPC-FOUND-IDX) TO WS-PPC-SOLDE-AFF
          COMPUTE WS-PPC-DISPO-AFF =
             WS-PPC-SOLDE(WS-PPC-FOUND-IDX)
             - WS-PPC-RESERVE(WS-PPC-FOUND-IDX)
          MOVE "Carte prepayee dechargee" TO WSMSG

          .
       FNC-DECHARGER-PREPAYEE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ACHAT-PREPAYEE SECTION.
      *>------------------------------------------------------------------------
      *> achat regle sur une carte prepayee : l'autorisation est
      *> donnee contre le disponible de la carte (solde - achats deja
      *> autorises), pas contre le compte de financement qui n'est
      *> pas touche. Le montant est retenu (PC-RESERVE) et l'achat
      *> part au journal en AUTORISEE ; achatcbbatch le regle la nuit
      *> sur le solde de la carte. La vente commercant est inscrite
      *> comme pour un ACHAT CB

          IF PRIXPRODUIT IS NOT NUMERIC OR PRIXPRODUIT = ZEROES
             MOVE 'Veuillez entrer uniquement des chiffres au prix'
               TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FNC-CONTROLE-CARTE-PREP
          IF WS-PPC-CARTE-OK = 'NON'
             EXIT SECTION
          END-IF

          MOVE SPACES TO C-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO C-DATE

          IF WS-PPC-STATUT-CARTE NOT = 'ACTIVE'
             OR (WS-PPC-DATE-EXPIR NOT = SPACES
                 AND WS-PPC-DATE-EXPIR < C-DATE)
             MOVE "Achat refuse : carte inactive ou expiree"
               TO WSMSG
             EXIT SECTION
          END-IF

      *>  PIN de la carte prepayee elle-meme
          MOVE 'V' TO WS-PIN-ACTION
          CALL 'cartespinop' USING WS-PIN-ACTION, WS-PPC-IN-NUMCARTE,
             WS-PIN-SAISI, WS-PIN-NOUVEAU, WS-PIN-RESULT
          IF WS-PIN-RESULT = 'BLOQUE'
             MOVE "Carte bloquee : trois codes PIN errones"
               TO WSMSG
             EXIT SECTION
          END-IF
          IF WS-PIN-RESULT = 'MAUVAIS'
             MOVE "Code PIN errone" TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FNC-CHARGER-CARTEPREP
          IF WS-PPC-TRONQUE = 'OUI'
             MOVE "Registre des cartes prepayees plein" TO WSMSG
             EXIT SECTION
          END-IF
          IF WS-PPC-FOUND-IDX = 0
             MOVE "Achat refuse : carte prepayee non chargee"
               TO WSMSG
             EXIT SECTION
          END-IF
          COMPUTE WS-PPC-DISPONIBLE =
             WS-PPC-SOLDE(WS-PPC-FOUND-IDX)
             - WS-PPC-RESERVE(WS-PPC-FOUND-IDX)
          IF WS-PPC-DISPONIBLE < PRIXPRODUIT
             MOVE "Achat refuse : solde de la carte insuffisant"
               TO WSMSG
             EXIT SECTION
          END-IF

          ADD PRIXPRODUIT TO WS-PPC-RESERVE(WS-PPC-FOUND-IDX)
          MOVE C-DATE TO WS-PPC-DATE-MAJ(WS-PPC-FOUND-IDX)
          PERFORM FNC-REWRITE-CARTEPREP

          PERFORM NEXT-SQL-SEQ
          MOVE SPACES TO WS-PPC-REFERENCE
          STRING 'PP' WS-SQL-SEQ-NR
             DELIMITED BY SIZE INTO WS-PPC-REFERENCE

          MOVE PRIXPRODUIT TO WS-PPC-IN-MONTANT
          MOVE 'ACHAT' TO WS-PPC-TYPE-MVT
          MOVE 'AUTORISEE' TO PM-STATUT
          MOVE SPACES TO PM-LIBELLE
          STRING FUNCTION TRIM(NOMMAGASIN) ' '
             FUNCTION TRIM(PRODUITACHETEE)
             DELIMITED BY SIZE INTO PM-LIBELLE
          PERFORM FNC-ECRIRE-MVT-PREP

      *>  vente commercant : meme inscription qu'un ACHAT CB, pour
      *>  commercantbatch et le rapprochement cbreconbatch
          MOVE NOMMAGASIN TO MS-MAGASIN
          MOVE PRIXPRODUIT TO MS-MONTANT
          MOVE C-DATE TO MS-DATE
          OPEN EXTEND MERCHSALES
          WRITE MERCHSALES-RECORD
          CLOSE MERCHSALES

          MOVE WS-PPC-REFERENCE TO VT-REFERENCE
          MOVE L-COMPTE-ID TO VT-COMPTEID
          MOVE NOMMAGASIN TO VT-MAGASIN
          MOVE PRIXPRODUIT TO VT-MONTANT
          MOVE C-DATE TO VT-DATE
          OPEN EXTEND CBVENTES
          IF WS-CBVENTES-STATUS = "35"
             CLOSE CBVENTES
             OPEN OUTPUT CBVENTES
          END-IF
          WRITE CBVENTES-RECORD
          CLOSE CBVENTES

          MOVE "Achat autorise sur la carte prepayee" TO WSMSG

          .
       FNC-ACHAT-PREPAYEE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PAYER-FACTURE SECTION.
      *>------------------------------------------------------------------------
      *> paiement d'une facture a un facturier de l'annuaire
      *> FACTURIERS.DAT : le client choisit le facturier par son
      *> code et saisit la reference de sa facture, controlee par
      *> refcheck contre la regle du facturier AVANT tout debit.
      *> Le compte est debite via opprelev ; le paiement est range
      *> dans FACTPAY.DAT et facturebatch le remet le soir au
      *> facturier avec les autres paiements du jour. F2 affiche
      *> l'historique des factures payees au facturier saisi (a
      *> tous les facturiers si le code est laisse vide)

          MOVE L-COMPTE-ID TO WS-FAC-IN-COMPTE
          MOVE SPACES TO WS-FAC-IN-CODE
          MOVE SPACES TO WS-FAC-IN-REFERENCE
          MOVE ZEROES TO WS-FAC-IN-MONTANT
          MOVE SPACES TO WS-FAC-NOM
          MOVE SPACES TO WS-FAC-FORMAT
          MOVE SPACES TO WS-FAC-CLE
          MOVE ZEROES TO WS-FAC-ID-AFF
          PERFORM FNC-HISTO-FACTURES

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY PAYER-FACTURE-SCREEN END-DISPLAY
             ACCEPT PAYER-FACTURE-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-PAYER-FACTURE-EXEC

                WHEN V-FNC-F2
                   PERFORM FNC-LIRE-FACTURIER
                   PERFORM FNC-HISTO-FACTURES

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Payer F2-Historique F10-Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-PAYER-FACTURE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PAYER-FACTURE-EXEC SECTION.
      *>------------------------------------------------------------------------
      *> controles dans l'ordre : saisie complete, facturier ACTIF,
      *> reference conforme a sa regle, facture pas deja payee par
      *> le client, compte detenu (procuration controlee) ; seul un
      *> paiement qui passe tout part a opprelev

          IF WS-FAC-IN-MONTANT = ZEROES
             MOVE "Veuillez entrer un montant superieur a zero"
               TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-FAC-IN-CODE = SPACES
             OR WS-FAC-IN-REFERENCE = SPACES
             MOVE "Facturier et reference obligatoires" TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FNC-LIRE-FACTURIER
          IF WS-FAC-TROUVE = 'NON'
             MOVE "Facturier inconnu de l'annuaire" TO WSMSG
             EXIT SECTION
          END-IF
          IF WS-FAC-STATUT NOT = 'ACTIF'
             MOVE "Facturier non disponible au paiement" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FAC-IN-REFERENCE))
            TO WS-FAC-IN-REFERENCE
          CALL 'refcheck' USING WS-FAC-IN-REFERENCE, WS-FAC-FORMAT,
             WS-FAC-CLE, WS-FAC-REF-VALIDE
          IF WS-FAC-REF-VALIDE NOT = 'OUI'
             MOVE "Reference non conforme a la regle du facturier"
               TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FNC-FACTURE-DEJA-PAYEE
          IF WS-FAC-DEJA-PAYEE = 'OUI'
             MOVE "Facture deja payee (meme reference)" TO WSMSG
             EXIT SECTION
          END-IF

          CALL 'comptetitulaires' USING WS-FAC-IN-COMPTE,
             L-CLIENT-ID, WS-FAC-ROLE, WS-FAC-TIT
          IF WS-FAC-TIT NOT = 'OUI'
             MOVE "Compte hors de votre liste de comptes" TO WSMSG
             EXIT SECTION
          END-IF

      *>  mandataire sous procuration : portee et plafond controles,
      *>  operation tracee
          IF WS-FAC-ROLE(1:11) = 'PROCURATION'
             MOVE WS-FAC-IN-COMPTE TO WS-PXC-COMPTE
             MOVE WS-FAC-ROLE TO WS-PXC-ROLE
             MOVE WS-FAC-IN-MONTANT TO WS-PXC-MONTANT
             PERFORM FNC-CONTROLE-PROCURATION
             IF WS-PXC-AUTORISE = 'NON'
                EXIT SECTION
             END-IF
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO C-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO C-DATE

          MOVE ZEROES TO WS-FAC-SOLDE
          MOVE ZEROES TO WS-FAC-COMM
          MOVE 'PAIEMENT FACTURE' TO WS-FAC-TYPEOP
          MOVE SPACES TO WS-FAC-LIBELLE-OUT
          CALL 'opprelev' USING WS-FAC-SOLDE, WS-FAC-IN-MONTANT,
             WS-FAC-NEWSOLDE, WS-FAC-TYPEOP, WS-FAC-SUCCES,
             WS-FAC-COMM, C-DATE, WS-FAC-LIBELLE-OUT,
             WS-FAC-IN-COMPTE, 'EUR', 'EUR'

          IF WS-FAC-SUCCES NOT = 'OUI'
             MOVE SPACES TO WSMSG
             STRING 'Paiement refuse : '
                FUNCTION TRIM(WS-FAC-LIBELLE-OUT)
                DELIMITED BY SIZE INTO WSMSG
             EXIT SECTION
          END-IF

      *>  reference du paiement, tiree du meme compteur que les
      *>  numeros de sequence du flux genere
          PERFORM NEXT-SQL-SEQ
          MOVE WS-SQL-SEQ-NR TO WS-FAC-ID

          MOVE 'PAIEMENT FACTURE' TO DET-TYPE
          MOVE SPACES TO DET-LIBELLE
          STRING WS-FAC-IN-CODE ' '
             FUNCTION TRIM(WS-FAC-IN-REFERENCE)
             DELIMITED BY SIZE INTO DET-LIBELLE
          MOVE SPACES TO DET-MONTANT
          STRING '-' FUNCTION TRIM(WS-FAC-IN-MONTANT)
             DELIMITED BY SIZE INTO DET-MONTANT
          MOVE WS-FAC-IN-COMPTE TO DET-COMPTEID
          MOVE L-CLIENT-ID TO DET-CLIENTID
          MOVE C-DATE TO DET-DATEOP
          MOVE SQL-DETAIL-LINE TO PRINT-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
          WRITE PRINT-LINE
          CALL 'opjournal' USING WS-SQL-SEQ-NR,
             PRINT-LINE

          MOVE '-' TO DET-OPERATOR
          MOVE WS-FAC-IN-MONTANT TO DET-UP-SOMME
          MOVE WS-FAC-IN-COMPTE TO DET-UP-COMPTEID
          MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
          WRITE PRINT-UP-LINE

      *>  le paiement attend la remise du soir par facturebatch
          INITIALIZE FACTPAY-RECORD
          MOVE WS-FAC-ID TO FP-ID
          MOVE L-CLIENT-ID TO FP-IDCLIENT
          MOVE WS-FAC-IN-COMPTE TO FP-COMPTEID
          MOVE WS-FAC-IN-CODE TO FP-CODE-FACTURIER
          MOVE WS-FAC-IN-REFERENCE TO FP-REFERENCE
          MOVE WS-FAC-IN-MONTANT TO FP-MONTANT
          MOVE C-DATE TO FP-DATE
          MOVE 'A REMETTRE' TO FP-STATUT
          OPEN EXTEND FACTPAY
          IF WS-FACTPAY-STATUS = "35"
             CLOSE FACTPAY
             OPEN OUTPUT FACTPAY
          END-IF
          WRITE FACTPAY-RECORD
          CLOSE FACTPAY

          MOVE WS-FAC-ID TO WS-FAC-ID-AFF
          PERFORM FNC-HISTO-FACTURES
          MOVE "Facture payee" TO WSMSG

          .
       FNC-PAYER-FACTURE-EXEC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LIRE-FACTURIER SECTION.
      *>------------------------------------------------------------------------
      *> facturier du code saisi : nom, regle de reference et statut
      *> affiches a l'ecran

          MOVE 'NON' TO WS-FAC-TROUVE
          MOVE SPACES TO WS-FAC-NOM
          MOVE SPACES TO WS-FAC-FORMAT
          MOVE SPACES TO WS-FAC-CLE
          MOVE SPACES TO WS-FAC-STATUT
          IF WS-FAC-IN-CODE = SPACES
             EXIT SECTION
          END-IF

          MOVE 'NON' TO WS-FAC-EOF
          OPEN INPUT FACTURIERS
          IF WS-FACTURIERS-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ FACTURIERS
             AT END MOVE 'OUI' TO WS-FAC-EOF
          END-READ
          PERFORM UNTIL WS-FAC-EOF = 'OUI'
             IF FT-CODE = WS-FAC-IN-CODE
                MOVE 'OUI' TO WS-FAC-TROUVE
                MOVE FT-NOM TO WS-FAC-NOM
                MOVE FT-REF-FORMAT TO WS-FAC-FORMAT
                MOVE FT-REF-CLE TO WS-FAC-CLE
                MOVE FT-STATUT TO WS-FAC-STATUT
                MOVE 'OUI' TO WS-FAC-EOF
             ELSE
                READ FACTURIERS
                   AT END MOVE 'OUI' TO WS-FAC-EOF
                END-READ
             END-IF
          END-PERFORM
          CLOSE FACTURIERS

          .
       FNC-LIRE-FACTURIER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-FACTURE-DEJA-PAYEE SECTION.
      *>------------------------------------------------------------------------
      *> une meme reference deja payee par le client au meme
      *> facturier serait rejetee en doublon par le facturier

          MOVE 'NON' TO WS-FAC-DEJA-PAYEE
          MOVE 'NON' TO WS-FAC-EOF
          OPEN INPUT FACTPAY
          IF WS-FACTPAY-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ FACTPAY
             AT END MOVE 'OUI' TO WS-FAC-EOF
          END-READ
          PERFORM UNTIL WS-FAC-EOF = 'OUI'
             IF FP-IDCLIENT = L-CLIENT-ID
                AND FP-CODE-FACTURIER = WS-FAC-IN-CODE
                AND FP-REFERENCE = WS-FAC-IN-REFERENCE
                MOVE 'OUI' TO WS-FAC-DEJA-PAYEE
                MOVE 'OUI' TO WS-FAC-EOF
             ELSE
                READ FACTPAY
                   AT END MOVE 'OUI' TO WS-FAC-EOF
                END-READ
             END-IF
          END-PERFORM
          CLOSE FACTPAY

          .
       FNC-FACTURE-DEJA-PAYEE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-HISTO-FACTURES SECTION.
      *>------------------------------------------------------------------------
      *> historique des factures payees par le client : les six
      *> derniers paiements au facturier saisi (a tous si le code est
      *> vide) et le total paye sur tout l'historique

          INITIALIZE WS-FAH-TABLE
          MOVE ZEROES TO WS-FAH-COUNT
          MOVE ZEROES TO WS-FAC-TOTAL-AFF
          MOVE 'NON' TO WS-FAC-EOF
          OPEN INPUT FACTPAY
          IF WS-FACTPAY-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ FACTPAY
             AT END MOVE 'OUI' TO WS-FAC-EOF
          END-READ
          PERFORM UNTIL WS-FAC-EOF = 'OUI'
             IF FP-IDCLIENT = L-CLIENT-ID
                AND (WS-FAC-IN-CODE = SPACES
                   OR FP-CODE-FACTURIER = WS-FAC-IN-CODE)
                ADD FP-MONTANT TO WS-FAC-TOTAL-AFF
                IF WS-FAH-COUNT < 6
                   ADD 1 TO WS-FAH-COUNT
                ELSE
                   PERFORM VARYING WS-FAH-IDX FROM 1 BY 1
                      UNTIL WS-FAH-IDX > 5
                      MOVE WS-FAH-ENTRY(WS-FAH-IDX + 1)
                        TO WS-FAH-ENTRY(WS-FAH-IDX)
                   END-PERFORM
                END-IF
                MOVE FP-DATE TO WS-FAH-DATE(WS-FAH-COUNT)
                MOVE FP-CODE-FACTURIER TO WS-FAH-CODE(WS-FAH-COUNT)
                MOVE FP-REFERENCE TO WS-FAH-REFERENCE(WS-FAH-COUNT)
                MOVE FP-MONTANT TO WS-FAH-MONTANT(WS-FAH-COUNT)
                MOVE FP-STATUT TO WS-FAH-STATUT(WS-FAH-COUNT)
             END-IF
             READ FACTPAY
                AT END MOVE 'OUI' TO WS-FAC-EOF
             END-READ
          END-PERFORM
          CLOSE FACTPAY

          .
       FNC-HISTO-FACTURES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-COMPTES-ENFANTS SECTION.
      *>------------------------------------------------------------------------
      *> vue du representant legal : les comptes dont un enfant
      *> mineur du client connecte est titulaire (registre
      *> MINEURS.DAT, lignes au statut MINEUR), avec le solde et les
      *> six dernieres operations. La vue s'eteint d'elle-meme quand
      *> majoritebatch passe la ligne MAJEUR. Chaque consultation est
      *> tracee dans AUDITLOG.DAT, comme les operations sous
      *> procuration

          PERFORM FNC-CHARGER-ENFANTS
          IF WS-ENF-COUNT = 0
             MOVE "Aucun compte de mineur a votre nom" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE 1 TO WS-ENF-CURRENT
          PERFORM FNC-AFFICHER-COMPTE-ENFANT

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY COMPTES-ENFANTS-SCREEN END-DISPLAY
             ACCEPT COMPTES-ENFANTS-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   IF WS-ENF-CURRENT < WS-ENF-COUNT
                      ADD 1 TO WS-ENF-CURRENT
                   ELSE
                      MOVE 1 TO WS-ENF-CURRENT
                   END-IF
                   PERFORM FNC-AFFICHER-COMPTE-ENFANT

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Compte suivant F10-Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-COMPTES-ENFANTS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-ENFANTS SECTION.
      *>------------------------------------------------------------------------
      *> mineurs representes par le client connecte, puis leurs
      *> comptes en un seul passage de COMPTETITULAIRES.DAT

          MOVE 0 TO WS-ENM-COUNT
          MOVE 0 TO WS-ENF-COUNT
          INITIALIZE WS-ENM-TABLE
          INITIALIZE WS-ENF-TABLE
          MOVE 'NON' TO WS-MIN-EOF
          OPEN INPUT MINEURS
          IF WS-MINEURS-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ MINEURS
             AT END MOVE 'OUI' TO WS-MIN-EOF
          END-READ
          PERFORM UNTIL WS-MIN-EOF = 'OUI'
             IF MN-REPRESENTANT = L-CLIENT-ID
                AND MN-STATUT = 'MINEUR'
                AND WS-ENM-COUNT < 10
                ADD 1 TO WS-ENM-COUNT
                MOVE MN-IDCLIENT TO WS-ENM-IDCLIENT(WS-ENM-COUNT)
                MOVE MN-DATE-NAISSANCE
                  TO WS-ENM-NAISSANCE(WS-ENM-COUNT)
             END-IF
             READ MINEURS
                AT END MOVE 'OUI' TO WS-MIN-EOF
             END-READ
          END-PERFORM
          CLOSE MINEURS

          IF WS-ENM-COUNT = 0
             EXIT SECTION
          END-IF

          MOVE 'NON' TO WS-MIN-EOF
          OPEN INPUT TITULAIRES
          IF WS-TITF-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ TITULAIRES NEXT
             AT END MOVE 'OUI' TO WS-MIN-EOF
          END-READ
          PERFORM UNTIL WS-MIN-EOF = 'OUI'
             PERFORM VARYING WS-ENM-IDX FROM 1 BY 1
                UNTIL WS-ENM-IDX > WS-ENM-COUNT
                IF TIT-IDCLIENT = WS-ENM-IDCLIENT(WS-ENM-IDX)
                   AND WS-ENF-COUNT < 20
                   ADD 1 TO WS-ENF-COUNT
                   MOVE TIT-COMPTEID TO WS-ENF-COMPTEID(WS-ENF-COUNT)
                   MOVE TIT-IDCLIENT TO WS-ENF-IDCLIENT(WS-ENF-COUNT)
                   MOVE WS-ENM-NAISSANCE(WS-ENM-IDX)
                     TO WS-ENF-NAISSANCE(WS-ENF-COUNT)
                END-IF
             END-PERFORM
             READ TITULAIRES NEXT
                AT END MOVE 'OUI' TO WS-MIN-EOF
             END-READ
          END-PERFORM
          CLOSE TITULAIRES

          .
       FNC-CHARGER-ENFANTS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DECALER-OP-ENFANT SECTION.
      *>------------------------------------------------------------------------
      *> place pour une operation de plus dans les six dernieres du
      *> compte : la plus ancienne sort par le haut une fois la
      *> table pleine ; la nouvelle se range en WS-ENH-COUNT

          IF WS-ENH-COUNT < 6
             ADD 1 TO WS-ENH-COUNT
          ELSE
             PERFORM VARYING WS-ENH-IDX FROM 1 BY 1
                UNTIL WS-ENH-IDX > 5
                MOVE WS-ENH-ENTRY(WS-ENH-IDX + 1)
                  TO WS-ENH-ENTRY(WS-ENH-IDX)
             END-PERFORM
          END-IF

          .
       FNC-DECALER-OP-ENFANT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-AFFICHER-COMPTE-ENFANT SECTION.
      *>------------------------------------------------------------------------
      *> solde du compte courant de la liste (COMPTES.DAT) et ses six
      *> dernieres operations (OPJOURNAL.DAT), la plus recente en bas

          MOVE ZEROES TO WS-ENF-SOLDE
          OPEN INPUT COMPTESFILE
          IF WS-COMPTESFILE-STATUS = "00"
             MOVE WS-ENF-COMPTEID(WS-ENF-CURRENT) TO CF-COMPTEID
             READ COMPTESFILE
                NOT INVALID KEY
                   MOVE CF-SOLDE TO WS-ENF-SOLDE
             END-READ
             CLOSE COMPTESFILE
          END-IF

          INITIALIZE WS-ENH-TABLE
          MOVE 0 TO WS-ENH-COUNT
          MOVE 'NON' TO WS-MIN-EOF
      *>  les operations du compte par la cle primaire de l'index
      *>  (compte, date, sequence) ; sans index, relecture du journal
          OPEN INPUT OPJINDEX
          IF WS-OPJINDEX-IXST = "00"
             MOVE WS-ENF-COMPTEID(WS-ENF-CURRENT) TO OJX-COMPTEID
             MOVE LOW-VALUES TO OJX-DATEOP
             MOVE ZEROES TO OJX-SEQ
             START OPJINDEX KEY NOT < OJX-CLE
                INVALID KEY MOVE 'OUI' TO WS-MIN-EOF
             END-START
             IF WS-MIN-EOF = 'NON'
                READ OPJINDEX NEXT
                   AT END MOVE 'OUI' TO WS-MIN-EOF
                END-READ
             END-IF
             PERFORM UNTIL WS-MIN-EOF = 'OUI'
                IF OJX-COMPTEID NOT = WS-ENF-COMPTEID(WS-ENF-CURRENT)
                   MOVE 'OUI' TO WS-MIN-EOF
                ELSE
                   PERFORM FNC-DECALER-OP-ENFANT
                   MOVE OJX-DATEOP TO WS-ENH-DATE(WS-ENH-COUNT)
                   MOVE OJX-TYPE TO WS-ENH-TYPE(WS-ENH-COUNT)
                   MOVE OJX-SIGNE TO WS-ENH-SIGNE(WS-ENH-COUNT)
                   MOVE OJX-MONTANT TO WS-ENH-MONTANT(WS-ENH-COUNT)
                   READ OPJINDEX NEXT
                      AT END MOVE 'OUI' TO WS-MIN-EOF
                   END-READ
                END-IF
             END-PERFORM
             CLOSE OPJINDEX
          ELSE
             OPEN INPUT OPJOURNAL
             IF WS-OPJOURNAL-STATUS = "00"
                READ OPJOURNAL
                   AT END MOVE 'OUI' TO WS-MIN-EOF
                END-READ
                PERFORM UNTIL WS-MIN-EOF = 'OUI'
                   IF OJ-COMPTEID = WS-ENF-COMPTEID(WS-ENF-CURRENT)
                      PERFORM FNC-DECALER-OP-ENFANT
                      MOVE OJ-DATEOP TO WS-ENH-DATE(WS-ENH-COUNT)
                      MOVE OJ-TYPE TO WS-ENH-TYPE(WS-ENH-COUNT)
                      MOVE OJ-SIGNE TO WS-ENH-SIGNE(WS-ENH-COUNT)
                      MOVE OJ-MONTANT TO WS-ENH-MONTANT(WS-ENH-COUNT)
                   END-IF
                   READ OPJOURNAL
                      AT END MOVE 'OUI' TO WS-MIN-EOF
                   END-READ
                END-PERFORM
                CLOSE OPJOURNAL
             END-IF
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO CLA-DATE
          MOVE L-CLIENT-ID TO CLA-CLIENT
          MOVE 'VUE REPRESENTANT' TO CLA-ACTION
          MOVE SPACES TO CLA-DETAIL
          STRING "REPRESENTANT " L-CLIENT-ID
             " COMPTE " WS-ENF-COMPTEID(WS-ENF-CURRENT)
             " MINEUR " WS-ENF-IDCLIENT(WS-ENF-CURRENT)
             DELIMITED BY SIZE INTO CLA-DETAIL
          OPEN EXTEND AUDITLOG
          WRITE AUDITLOG-LINE FROM WS-CL-AUDIT-LINE
          CLOSE AUDITLOG
          MOVE SPACES TO WS-AUDIT-CHAINE-LIGNE
          MOVE WS-CL-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE
          CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE

          .
       FNC-AFFICHER-COMPTE-ENFANT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DOCUMENTS-COMPTE SECTION.
      *>------------------------------------------------------------------------
      *> RIB, attestation de detention ou de solde a une date pour
      *> un compte dont le client connecte est titulaire : attestdoc
      *> refuse un compte dont il n'est que mandataire, numerote le
      *> document, le range au spool et l'inscrit au registre

          MOVE L-COMPTE-ID TO WS-DOC-COMPTE
          MOVE L-CLIENT-ID TO WS-DOC-DEMANDEUR
          MOVE SPACES TO WS-DOC-MESSAGE

          PERFORM FOREVER
             MOVE SPACES TO WS-DOC-TYPE
             MOVE SPACES TO WS-DOC-DATE

             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY DOCUMENTS-CLIENT-SCREEN END-DISPLAY
             ACCEPT DOCUMENTS-CLIENT-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-EMETTRE-DOCUMENT

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1 : Demander - F10 : Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-DOCUMENTS-COMPTE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-EMETTRE-DOCUMENT SECTION.
      *>------------------------------------------------------------------------

          MOVE FUNCTION UPPER-CASE(WS-DOC-TYPE) TO WS-DOC-TYPE
          MOVE SPACES TO WS-DOC-IBAN
          MOVE SPACES TO WS-DOC-MESSAGE
          CALL 'attestdoc' USING WS-DOC-TYPE, WS-DOC-COMPTE,
             WS-DOC-DATE, WS-DOC-EMETTEUR, WS-DOC-DEMANDEUR,
             WS-DOC-IBAN, WS-DOC-NUMERO, WS-DOC-RESULTAT,
             WS-DOC-MESSAGE
          IF WS-DOC-RESULTAT NOT = 'OUI'
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO CLA-DATE
          MOVE L-CLIENT-ID TO CLA-CLIENT
          MOVE 'DOCUMENT COMPTE' TO CLA-ACTION
          MOVE SPACES TO CLA-DETAIL
          STRING "EMIS " WS-DOC-TYPE " N. " WS-DOC-NUMERO
             " COMPTE " WS-DOC-COMPTE " " WS-DOC-DATE
             DELIMITED BY SIZE INTO CLA-DETAIL
          OPEN EXTEND AUDITLOG
          WRITE AUDITLOG-LINE FROM WS-CL-AUDIT-LINE
          CLOSE AUDITLOG
          MOVE SPACES TO WS-AUDIT-CHAINE-LIGNE
          MOVE WS-CL-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE
          CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE

          .
       FNC-EMETTRE-DOCUMENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CONSENTEMENTS SECTION.
      *>------------------------------------------------------------------------
      *> consentement du client connecte aux offres commerciales,
      *> canal par canal : chaque reponse qui change le consentement
      *> en vigueur ajoute une ligne a CONSENT.DAT (origine CLIENT),
      *> l'historique n'est jamais reecrit. campagnebatch ne cible
      *> que les clients qui ont dit OUI sur le canal de la campagne

          PERFORM FNC-CHARGER-CONSENT

          PERFORM FOREVER
             PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                UNTIL WS-CS-IDX > 4
                MOVE WS-CS-ACCORD(WS-CS-IDX) TO WS-CS-IN(WS-CS-IDX)
             END-PERFORM

             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY CONSENTEMENTS-SCREEN END-DISPLAY
             ACCEPT CONSENTEMENTS-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-ECRIRE-CONSENT

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1 : Enregistrer - F10 : Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-CONSENTEMENTS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-CONSENT SECTION.
      *>------------------------------------------------------------------------
      *> la derniere ligne du client sur un canal fait foi ; sans
      *> ligne, pas de consentement

          PERFORM VARYING WS-CS-IDX FROM 1 BY 1 UNTIL WS-CS-IDX > 4
             MOVE 'NON' TO WS-CS-ACCORD(WS-CS-IDX)
             MOVE SPACES TO WS-CS-DATE(WS-CS-IDX)
          END-PERFORM

          OPEN INPUT CONSENT
          IF WS-CONSENT-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          MOVE "NON" TO WS-CS-EOF
          READ CONSENT
             AT END MOVE "OUI" TO WS-CS-EOF
          END-READ
          PERFORM UNTIL WS-CS-EOF = "OUI"
             IF CNS-IDCLIENT = L-CLIENT-ID
                PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > 4
                   IF CNS-CANAL = WS-CS-NOM-CANAL(WS-CS-IDX)
                      MOVE CNS-ACCORD TO WS-CS-ACCORD(WS-CS-IDX)
                      MOVE CNS-DATE TO WS-CS-DATE(WS-CS-IDX)
                   END-IF
                END-PERFORM
             END-IF
             READ CONSENT
                AT END MOVE "OUI" TO WS-CS-EOF
             END-READ
          END-PERFORM
          CLOSE CONSENT

          .
       FNC-CHARGER-CONSENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ECRIRE-CONSENT SECTION.
      *>------------------------------------------------------------------------

          PERFORM VARYING WS-CS-IDX FROM 1 BY 1 UNTIL WS-CS-IDX > 4
             MOVE FUNCTION UPPER-CASE(WS-CS-IN(WS-CS-IDX))
               TO WS-CS-IN(WS-CS-IDX)
             IF WS-CS-IN(WS-CS-IDX) NOT = 'OUI'
                AND WS-CS-IN(WS-CS-IDX) NOT = 'NON'
                MOVE "Repondez OUI ou NON pour chaque canal" TO WSMSG
                EXIT SECTION
             END-IF
          END-PERFORM

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO LA-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO LA-DATE

          MOVE 0 TO WS-CS-CHANGES
          OPEN EXTEND CONSENT
          IF WS-CONSENT-STATUS = "35"
             OPEN OUTPUT CONSENT
          END-IF
          PERFORM VARYING WS-CS-IDX FROM 1 BY 1 UNTIL WS-CS-IDX > 4
             IF WS-CS-IN(WS-CS-IDX) NOT = WS-CS-ACCORD(WS-CS-IDX)
                INITIALIZE CONSENT-RECORD
                MOVE L-CLIENT-ID TO CNS-IDCLIENT
                MOVE WS-CS-NOM-CANAL(WS-CS-IDX) TO CNS-CANAL
                MOVE WS-CS-IN(WS-CS-IDX) TO CNS-ACCORD
                MOVE LA-DATE TO CNS-DATE
                MOVE WS-TIME(1:6) TO CNS-HEURE
                MOVE 'CLIENT' TO CNS-ORIGINE
                WRITE CONSENT-RECORD
                ADD 1 TO WS-CS-CHANGES
             END-IF
          END-PERFORM
          CLOSE CONSENT

          IF WS-CS-CHANGES = 0
             MOVE "Aucun changement" TO WSMSG
          ELSE
             PERFORM FNC-CHARGER-CONSENT
             MOVE "Vos choix sont enregistres" TO WSMSG
          END-IF

          .
       FNC-ECRIRE-CONSENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ACCES-TIERS SECTION.
      *>------------------------------------------------------------------------
      *> acces des prestataires tiers DSP2 (agregateurs, applications
      *> de budget) aux comptes du client connecte : le client
      *> autorise un prestataire du registre sur un de ses comptes,
      *> pour le solde et/ou les operations, pour 180 jours, et peut
      *> revoquer a tout moment. dsp2batch ne sert que les acces
      *> couverts par un consentement ACTIF et previent le client
      *> avant l'echeance. La table ne porte que les lignes du
      *> client ; le fichier, commun a toute la banque, est relu et
      *> recopie ligne a ligne a chaque mise a jour.

          MOVE L-CLIENT-ID TO WS-DTP-IDCLIENT
          PERFORM FNC-CHARGER-DSP2

          MOVE 0 TO WS-DTP-CURRENT
          PERFORM FNC-DSP-SUIVANT
          PERFORM FNC-DSP-AFFICHER

          PERFORM FOREVER
             MOVE SPACES TO WS-DTP-IN-PRESTA
             MOVE ZEROES TO WS-DTP-IN-COMPTE
             MOVE SPACES TO WS-DTP-IN-SOLDES
             MOVE SPACES TO WS-DTP-IN-OPERATIONS

             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY ACCES-TIERS-SCREEN END-DISPLAY
             ACCEPT ACCES-TIERS-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-AUTORISER-DSP2

                WHEN V-FNC-F2
                   PERFORM FNC-DSP-SUIVANT
                   PERFORM FNC-DSP-AFFICHER
                   IF WS-DTP-CURRENT = 0
                      MOVE "Aucun acces tiers enregistre" TO WSMSG
                   END-IF

                WHEN V-FNC-F3
                   PERFORM FNC-REVOQUER-DSP2

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Autoriser F2-Suiv. F3-Revoquer F10-Revenir"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-ACCES-TIERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DSP-SUIVANT SECTION.
      *>------------------------------------------------------------------------
      *> avance WS-DTP-CURRENT sur le prochain consentement du client
      *> connecte, en rebouclant en debut de table

          MOVE WS-DTP-CURRENT TO WS-DTP-IDX
          ADD 1 TO WS-DTP-IDX
          PERFORM UNTIL WS-DTP-IDX > WS-DTP-COUNT
             IF WS-DTP-CLIENT(WS-DTP-IDX) = WS-DTP-IDCLIENT
                MOVE WS-DTP-IDX TO WS-DTP-CURRENT
                EXIT SECTION
             END-IF
             ADD 1 TO WS-DTP-IDX
          END-PERFORM

          PERFORM VARYING WS-DTP-IDX FROM 1 BY 1
             UNTIL WS-DTP-IDX > WS-DTP-COUNT
             IF WS-DTP-CLIENT(WS-DTP-IDX) = WS-DTP-IDCLIENT
                MOVE WS-DTP-IDX TO WS-DTP-CURRENT
                EXIT SECTION
             END-IF
          END-PERFORM

          .
       FNC-DSP-SUIVANT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DSP-AFFICHER SECTION.
      *>------------------------------------------------------------------------

          IF WS-DTP-CURRENT = 0
             MOVE SPACES TO WS-DTP-AFFICHE
             MOVE SPACES TO WS-DTP-PRESTA-NOM
             EXIT SECTION
          END-IF
          MOVE WS-DTP-ENTRY(WS-DTP-CURRENT) TO WS-DTP-AFFICHE
          MOVE WS-DTP-PRESTA(WS-DTP-CURRENT) TO WS-DTP-PRESTA-CODE
          PERFORM FNC-LIRE-DSP2PRESTA

          .
       FNC-DSP-AFFICHER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LIRE-DSP2PRESTA SECTION.
      *>------------------------------------------------------------------------
      *> nom et statut du prestataire WS-DTP-PRESTA-CODE au registre,
      *> a blanc s'il n'y figure pas

          MOVE SPACES TO WS-DTP-PRESTA-NOM
          MOVE SPACES TO WS-DTP-PRESTA-STATUT
          OPEN INPUT DSP2PRESTA
          IF WS-DSP2PRESTA-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          MOVE "NON" TO WS-DTP-EOF
          READ DSP2PRESTA
             AT END MOVE "OUI" TO WS-DTP-EOF
          END-READ
          PERFORM UNTIL WS-DTP-EOF = "OUI"
             IF DPR-CODE = WS-DTP-PRESTA-CODE
                MOVE DPR-NOM TO WS-DTP-PRESTA-NOM
                MOVE DPR-STATUT TO WS-DTP-PRESTA-STATUT
                MOVE "OUI" TO WS-DTP-EOF
             ELSE
                READ DSP2PRESTA
                   AT END MOVE "OUI" TO WS-DTP-EOF
                END-READ
             END-IF
          END-PERFORM
          CLOSE DSP2PRESTA

          .
       FNC-LIRE-DSP2PRESTA-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-DSP2 SECTION.
      *>------------------------------------------------------------------------

          MOVE 0 TO WS-DTP-COUNT
          MOVE "NON" TO WS-DTP-EOF
          OPEN INPUT DSP2CONSENT
          IF WS-DSP2CONSENT-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ DSP2CONSENT
             AT END MOVE "OUI" TO WS-DTP-EOF
          END-READ
          PERFORM UNTIL WS-DTP-EOF = "OUI"
             IF DCN-IDCLIENT = WS-DTP-IDCLIENT
                AND WS-DTP-COUNT < 500
                ADD 1 TO WS-DTP-COUNT
                MOVE DSP2CONSENT-RECORD TO WS-DTP-ENTRY(WS-DTP-COUNT)
             END-IF
             READ DSP2CONSENT
                AT END MOVE "OUI" TO WS-DTP-EOF
             END-READ
          END-PERFORM
          CLOSE DSP2CONSENT

          .
       FNC-CHARGER-DSP2-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-AUTORISER-DSP2 SECTION.
      *>------------------------------------------------------------------------
      *> prestataire ACTIF au registre, client titulaire du compte,
      *> au moins une portee ; un consentement ACTIF sur le meme
      *> prestataire et le meme compte est remplace (REVOQUE)

          MOVE FUNCTION UPPER-CASE(WS-DTP-IN-PRESTA) TO WS-DTP-IN-PRESTA
          MOVE FUNCTION UPPER-CASE(WS-DTP-IN-SOLDES) TO WS-DTP-IN-SOLDES
          MOVE FUNCTION UPPER-CASE(WS-DTP-IN-OPERATIONS)
            TO WS-DTP-IN-OPERATIONS
          IF WS-DTP-IN-PRESTA = SPACES OR WS-DTP-IN-COMPTE = ZEROES
             MOVE "Prestataire et compte requis" TO WSMSG
             EXIT SECTION
          END-IF
          IF (WS-DTP-IN-SOLDES NOT = 'OUI'
             AND WS-DTP-IN-SOLDES NOT = 'NON')
             OR (WS-DTP-IN-OPERATIONS NOT = 'OUI'
             AND WS-DTP-IN-OPERATIONS NOT = 'NON')
             MOVE "Solde et operations : OUI ou NON" TO WSMSG
             EXIT SECTION
          END-IF
          IF WS-DTP-IN-SOLDES = 'NON' AND WS-DTP-IN-OPERATIONS = 'NON'
             MOVE "Autorisez le solde ou les operations" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE WS-DTP-IN-PRESTA TO WS-DTP-PRESTA-CODE
          PERFORM FNC-LIRE-DSP2PRESTA
          IF WS-DTP-PRESTA-STATUT = SPACES
             MOVE "Prestataire inconnu" TO WSMSG
             PERFORM FNC-DSP-AFFICHER
             EXIT SECTION
          END-IF
          IF WS-DTP-PRESTA-STATUT NOT = 'ACTIF'
             MOVE "Prestataire suspendu : acces impossible" TO WSMSG
             PERFORM FNC-DSP-AFFICHER
             EXIT SECTION
          END-IF

          CALL 'comptetitulaires' USING WS-DTP-IN-COMPTE,
             WS-DTP-IDCLIENT, WS-TIT-ROLE, WS-TIT-SUCCESS
          IF WS-TIT-SUCCESS NOT = 'OUI'
             MOVE "Client non titulaire de ce compte" TO WSMSG
             PERFORM FNC-DSP-AFFICHER
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO WS-DTP-TODAY-ISO
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO WS-DTP-TODAY-ISO
          MOVE WS-DATE TO WS-DTP-EXPIR-YYYYMMDD
          COMPUTE WS-DTP-EXPIR-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-DTP-EXPIR-YYYYMMDD)
             + WS-DTP-VALIDITE)
          MOVE SPACES TO WS-DTP-EXPIR-ISO
          STRING WS-DTP-EXPIR-YYYYMMDD(1:4) '-'
             WS-DTP-EXPIR-YYYYMMDD(5:2) '-' WS-DTP-EXPIR-YYYYMMDD(7:2)
             DELIMITED BY SIZE INTO WS-DTP-EXPIR-ISO

          MOVE 'A' TO WS-DTP-MODE
          PERFORM FNC-FLUX-DSP2

          MOVE 'ACCES TIERS DSP2' TO CLA-ACTION
          MOVE SPACES TO CLA-DETAIL
          STRING "CONSENT. " WS-DTP-DERNIER-NUMERO
             " " WS-DTP-IN-PRESTA " COMPTE " WS-DTP-IN-COMPTE
             " S=" WS-DTP-IN-SOLDES " O=" WS-DTP-IN-OPERATIONS
             " AU " WS-DTP-EXPIR-ISO
             DELIMITED BY SIZE INTO CLA-DETAIL
          PERFORM FNC-AUDIT-DSP2

          MOVE WS-DTP-DERNIER-NUMERO TO WS-DTP-CIBLE
          PERFORM FNC-DSP-REPLACER
          MOVE SPACES TO WSMSG
          STRING "Acces autorise jusqu'au " WS-DTP-EXPIR-ISO
             DELIMITED BY SIZE INTO WSMSG

          .
       FNC-AUTORISER-DSP2-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REVOQUER-DSP2 SECTION.
      *>------------------------------------------------------------------------
      *> revocation du consentement affiche : plus aucun acces servi
      *> des le prochain passage de dsp2batch

          IF WS-DTP-CURRENT = 0
             MOVE "Aucun acces a revoquer" TO WSMSG
             EXIT SECTION
          END-IF
          IF WS-DTP-STATUT(WS-DTP-CURRENT) NOT = 'ACTIF'
             MOVE "Cet acces n'est plus actif" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO WS-DTP-TODAY-ISO
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO WS-DTP-TODAY-ISO
          MOVE WS-DTP-NUMERO(WS-DTP-CURRENT) TO WS-DTP-CIBLE
          MOVE 'R' TO WS-DTP-MODE
          PERFORM FNC-FLUX-DSP2
      *>  deja expire par dsp2batch ou remplace entre-temps
          IF WS-DTP-TROUVE NOT = "OUI"
             PERFORM FNC-DSP-REPLACER
             MOVE "Cet acces n'est plus actif" TO WSMSG
             EXIT SECTION
          END-IF

      *>  table rechargee : la ligne revoquee est reaffichee avant
      *>  d'en tirer la trace d'audit
          PERFORM FNC-DSP-REPLACER
          MOVE 'REVOCATION DSP2' TO CLA-ACTION
          MOVE SPACES TO CLA-DETAIL
          STRING "CONSENT. " WS-DTP-CIBLE
             " " WS-DTP-AFF-PRESTA
             " COMPTE " WS-DTP-AFF-COMPTEID
             DELIMITED BY SIZE INTO CLA-DETAIL
          PERFORM FNC-AUDIT-DSP2

          MOVE "Acces revoque" TO WSMSG

          .
       FNC-REVOQUER-DSP2-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-FLUX-DSP2 SECTION.
      *>------------------------------------------------------------------------
      *> relit DSP2CONSENT.DAT ligne a ligne vers DSP2CONSENT.TMP en
      *> appliquant la mise a jour WS-DTP-MODE, sans limite de
      *> taille : les lignes des autres clients et celles passees
      *> par dsp2batch depuis le chargement sont reprises telles
      *> quelles. WS-DTP-TROUVE = OUI si le fichier a change, il est
      *> alors recopie et la table du client rechargee.

          MOVE "NON" TO WS-DTP-TROUVE
          MOVE 0 TO WS-DTP-DERNIER-NUMERO
          OPEN OUTPUT DSP2CONSENTTMP
          MOVE "NON" TO WS-DTP-EOF
          MOVE "NON" TO WS-DTP-OUVERT
          OPEN INPUT DSP2CONSENT
          IF WS-DSP2CONSENT-STATUS = "00"
             MOVE "OUI" TO WS-DTP-OUVERT
             READ DSP2CONSENT
                AT END MOVE "OUI" TO WS-DTP-EOF
             END-READ
          ELSE
             MOVE "OUI" TO WS-DTP-EOF
          END-IF
          PERFORM UNTIL WS-DTP-EOF = "OUI"
             IF DCN-NUMERO > WS-DTP-DERNIER-NUMERO
                MOVE DCN-NUMERO TO WS-DTP-DERNIER-NUMERO
             END-IF
             IF WS-DTP-MODE = 'A'
                AND DCN-IDCLIENT = WS-DTP-IDCLIENT
                AND DCN-PRESTA = WS-DTP-IN-PRESTA
                AND DCN-COMPTEID = WS-DTP-IN-COMPTE
                AND DCN-STATUT = 'ACTIF'
                MOVE 'REVOQUE' TO DCN-STATUT
                MOVE WS-DTP-TODAY-ISO TO DCN-DATE-FIN
             END-IF
             IF WS-DTP-MODE = 'R'
                AND DCN-NUMERO = WS-DTP-CIBLE
                AND DCN-IDCLIENT = WS-DTP-IDCLIENT
                AND DCN-STATUT = 'ACTIF'
                MOVE 'REVOQUE' TO DCN-STATUT
                MOVE WS-DTP-TODAY-ISO TO DCN-DATE-FIN
                MOVE "OUI" TO WS-DTP-TROUVE
             END-IF
             WRITE DSP2CONSENTTMP-RECORD FROM DSP2CONSENT-RECORD
             READ DSP2CONSENT
                AT END MOVE "OUI" TO WS-DTP-EOF
             END-READ
          END-PERFORM

          IF WS-DTP-MODE = 'A'
             ADD 1 TO WS-DTP-DERNIER-NUMERO
             MOVE WS-DTP-DERNIER-NUMERO TO DCN-NUMERO
             MOVE WS-DTP-IDCLIENT TO DCN-IDCLIENT
             MOVE WS-DTP-IN-PRESTA TO DCN-PRESTA
             MOVE WS-DTP-IN-COMPTE TO DCN-COMPTEID
             MOVE WS-DTP-IN-SOLDES TO DCN-SOLDES
             MOVE WS-DTP-IN-OPERATIONS TO DCN-OPERATIONS
             MOVE WS-DTP-TODAY-ISO TO DCN-DATE-DEBUT
             MOVE WS-DTP-EXPIR-ISO TO DCN-DATE-EXPIR
             MOVE 'ACTIF' TO DCN-STATUT
             MOVE SPACES TO DCN-DATE-FIN
             MOVE 'NON' TO DCN-AVIS
             WRITE DSP2CONSENTTMP-RECORD FROM DSP2CONSENT-RECORD
             MOVE "OUI" TO WS-DTP-TROUVE
          END-IF
          IF WS-DTP-OUVERT = "OUI"
             CLOSE DSP2CONSENT
          END-IF
          CLOSE DSP2CONSENTTMP

          IF WS-DTP-TROUVE = "OUI"
             PERFORM FNC-RECOPIER-DSP2
          END-IF
          PERFORM FNC-CHARGER-DSP2

          .
       FNC-FLUX-DSP2-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-RECOPIER-DSP2 SECTION.
      *>------------------------------------------------------------------------

          OPEN INPUT DSP2CONSENTTMP
          OPEN OUTPUT DSP2CONSENT
          MOVE "NON" TO WS-DTP-EOF
          READ DSP2CONSENTTMP
             AT END MOVE "OUI" TO WS-DTP-EOF
          END-READ
          PERFORM UNTIL WS-DTP-EOF = "OUI"
             MOVE DSP2CONSENTTMP-RECORD TO DSP2CONSENT-RECORD
             WRITE DSP2CONSENT-RECORD
             READ DSP2CONSENTTMP
                AT END MOVE "OUI" TO WS-DTP-EOF
             END-READ
          END-PERFORM
          CLOSE DSP2CONSENTTMP
          CLOSE DSP2CONSENT

          .
       FNC-RECOPIER-DSP2-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DSP-REPLACER SECTION.
      *>------------------------------------------------------------------------
      *> apres rechargement, se replace sur le consentement
      *> WS-DTP-CIBLE, a defaut sur le premier du client

          MOVE 0 TO WS-DTP-CURRENT
          PERFORM VARYING WS-DTP-IDX FROM 1 BY 1
             UNTIL WS-DTP-IDX > WS-DTP-COUNT
             IF WS-DTP-NUMERO(WS-DTP-IDX) = WS-DTP-CIBLE
                MOVE WS-DTP-IDX TO WS-DTP-CURRENT
             END-IF
          END-PERFORM
          IF WS-DTP-CURRENT = 0
             PERFORM FNC-DSP-SUIVANT
          END-IF
          PERFORM FNC-DSP-AFFICHER

          .
       FNC-DSP-REPLACER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-AUDIT-DSP2 SECTION.
      *>------------------------------------------------------------------------
      *> CLA-ACTION et CLA-DETAIL poses par l'appelant

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO CLA-DATE
          MOVE L-CLIENT-ID TO CLA-CLIENT
          OPEN EXTEND AUDITLOG
          WRITE AUDITLOG-LINE FROM WS-CL-AUDIT-LINE
          CLOSE AUDITLOG
          MOVE SPACES TO WS-AUDIT-CHAINE-LIGNE
          MOVE WS-CL-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE
          CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE

          .
       FNC-AUDIT-DSP2-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REMISE-CHEQUES SECTION.
      *>------------------------------------------------------------------------
      *> remise de cheques annoncee par le client connecte : les
      *> cheques tires sur d'autres banques sont saisis sur un
      *> bordereau (lignes ANNONCE de REMISECHQ.DAT), rien n'est
      *> credite ; le client depose les cheques en agence avec le
      *> numero du bordereau et le guichet d'activity2banq les
      *> credite sauf bonne fin. F3 parcourt les remises du client
      *> avec leur statut et leur date de disponibilite.

          MOVE L-CLIENT-ID TO WS-RCC-IDCLIENT
          MOVE ZEROES TO WS-RCC-BORDEREAU
          MOVE ZEROES TO WS-RCC-NB
          MOVE ZEROES TO WS-RCC-TOTAL
          MOVE ZEROES TO WS-RCC-IN-COMPTE
          PERFORM FNC-CHARGER-REMISES
          MOVE 0 TO WS-RCC-CURRENT
          PERFORM FNC-RCC-SUIVANTE
          PERFORM FNC-RCC-AFFICHER

          PERFORM FOREVER
             MOVE ZEROES TO WS-RCC-IN-NUMCHEQUE
             MOVE ZEROES TO WS-RCC-IN-BANQUE
             MOVE SPACES TO WS-RCC-IN-TIREUR
             MOVE ZEROES TO WS-RCC-IN-MONTANT
             MOVE WS-RCC-NB TO WS-RCC-AFF-NB
             MOVE WS-RCC-TOTAL TO WS-RCC-AFF-TOTAL

             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY REMISE-CHEQUES-SCREEN END-DISPLAY
             ACCEPT REMISE-CHEQUES-SCREEN END-ACCEPT

             MOVE SPACES TO WSMSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-ANNONCER-CHEQUE

                WHEN V-FNC-F2
                   MOVE ZEROES TO WS-RCC-BORDEREAU
                   MOVE ZEROES TO WS-RCC-NB
                   MOVE ZEROES TO WS-RCC-TOTAL
                   MOVE "Nouveau bordereau" TO WSMSG

                WHEN V-FNC-F3
                   PERFORM FNC-RCC-SUIVANTE
                   PERFORM FNC-RCC-AFFICHER
                   IF WS-RCC-CURRENT = 0
                      MOVE "Aucune remise de cheques" TO WSMSG
                   END-IF

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Ajouter F2-Nouveau F3-Suivante F10-Revenir"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-REMISE-CHEQUES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-REMISES SECTION.
      *>------------------------------------------------------------------------

          MOVE 0 TO WS-RCC-COUNT
          MOVE 0 TO WS-RCC-DERNIER
          MOVE 0 TO WS-RCC-DERNIER-BORD
          MOVE "NON" TO WS-RCC-PLEIN
          MOVE "NON" TO WS-RCC-EOF
          OPEN INPUT REMISECHQ
          IF WS-REMISECHQ-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ REMISECHQ
             AT END MOVE "OUI" TO WS-RCC-EOF
          END-READ
          PERFORM UNTIL WS-RCC-EOF = "OUI"
             IF RCQ-NUMERO > WS-RCC-DERNIER
                MOVE RCQ-NUMERO TO WS-RCC-DERNIER
             END-IF
             IF RCQ-BORDEREAU > WS-RCC-DERNIER-BORD
                MOVE RCQ-BORDEREAU TO WS-RCC-DERNIER-BORD
             END-IF
             IF WS-RCC-COUNT < 3000
                ADD 1 TO WS-RCC-COUNT
                MOVE REMISECHQ-RECORD TO WS-RCC-ENTRY(WS-RCC-COUNT)
             ELSE
                MOVE "OUI" TO WS-RCC-PLEIN
             END-IF
             READ REMISECHQ
                AT END MOVE "OUI" TO WS-RCC-EOF
             END-READ
          END-PERFORM
          CLOSE REMISECHQ

          .
       FNC-CHARGER-REMISES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-RCC-SUIVANTE SECTION.
      *>------------------------------------------------------------------------
      *> avance WS-RCC-CURRENT sur la prochaine ligne du client
      *> connecte, en rebouclant en debut de table

          MOVE WS-RCC-CURRENT TO WS-RCC-IDX
          ADD 1 TO WS-RCC-IDX
          PERFORM UNTIL WS-RCC-IDX > WS-RCC-COUNT
             IF WS-RCC-CLIENT(WS-RCC-IDX) = WS-RCC-IDCLIENT
                MOVE WS-RCC-IDX TO WS-RCC-CURRENT
                EXIT SECTION
             END-IF
             ADD 1 TO WS-RCC-IDX
          END-PERFORM

          MOVE 0 TO WS-RCC-CURRENT
          PERFORM VARYING WS-RCC-IDX FROM 1 BY 1
             UNTIL WS-RCC-IDX > WS-RCC-COUNT
             IF WS-RCC-CLIENT(WS-RCC-IDX) = WS-RCC-IDCLIENT
                MOVE WS-RCC-IDX TO WS-RCC-CURRENT
                EXIT SECTION
             END-IF
          END-PERFORM

          .
       FNC-RCC-SUIVANTE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-RCC-AFFICHER SECTION.
      *>------------------------------------------------------------------------

          IF WS-RCC-CURRENT = 0
             MOVE ZEROES TO WS-RCC-AFF-BORDEREAU
             MOVE ZEROES TO WS-RCC-AFF-NUMCHEQUE
             MOVE ZEROES TO WS-RCC-AFF-MONTANT
             MOVE SPACES TO WS-RCC-AFF-STATUT
             MOVE SPACES TO WS-RCC-AFF-DISPO
             EXIT SECTION
          END-IF
          MOVE WS-RCC-BORD(WS-RCC-CURRENT) TO WS-RCC-AFF-BORDEREAU
          MOVE WS-RCC-NUMCHEQUE(WS-RCC-CURRENT)
            TO WS-RCC-AFF-NUMCHEQUE
          MOVE WS-RCC-MONTANT(WS-RCC-CURRENT) TO WS-RCC-AFF-MONTANT
          MOVE WS-RCC-STATUT(WS-RCC-CURRENT) TO WS-RCC-AFF-STATUT
          MOVE WS-RCC-DATE-DISPO(WS-RCC-CURRENT) TO WS-RCC-AFF-DISPO

          .
       FNC-RCC-AFFICHER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ANNONCER-CHEQUE SECTION.
      *>------------------------------------------------------------------------
      *> un cheque ajoute au bordereau en cours, sur un compte dont
      *> le client est titulaire ; le premier cheque ouvre le
      *> bordereau. Un cheque deja annonce ou remis (meme banque,
      *> meme numero, pas revenu impaye) est refuse.

      *>  chaine de nuit en cours : chqremisebatch et chqimpayebatch
      *>  recopient le registre, rien n'y est ecrit
          PERFORM FNC-TESTER-FENETRE-NUIT
          IF WS-FN-ETAT = 'OUVERTE'
             MOVE "Traitement de nuit en cours, reessayez plus tard"
               TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION UPPER-CASE(WS-RCC-IN-TIREUR) TO WS-RCC-IN-TIREUR
          IF WS-RCC-IN-COMPTE = ZEROES
             OR WS-RCC-IN-NUMCHEQUE = ZEROES
             OR WS-RCC-IN-BANQUE = ZEROES
             OR WS-RCC-IN-MONTANT = ZEROES
             MOVE "Compte, cheque, banque et montant requis" TO WSMSG
             EXIT SECTION
          END-IF

          CALL 'comptetitulaires' USING WS-RCC-IN-COMPTE,
             WS-RCC-IDCLIENT, WS-TIT-ROLE, WS-TIT-SUCCESS
          IF WS-TIT-SUCCESS NOT = 'OUI'
             MOVE "Client non titulaire de ce compte" TO WSMSG
             EXIT SECTION
          END-IF
      *>  un bordereau ne porte qu'un compte a crediter
          IF WS-RCC-BORDEREAU NOT = ZEROES
             AND WS-RCC-IN-COMPTE NOT = WS-RCC-BORD-COMPTE
             MOVE "Autre compte : F2 pour un nouveau bordereau"
               TO WSMSG
             EXIT SECTION
          END-IF

          PERFORM FNC-CHARGER-REMISES
          IF WS-RCC-PLEIN = "OUI" OR WS-RCC-COUNT NOT < 3000
             MOVE "Registre des remises plein, voir l'agence"
               TO WSMSG
             EXIT SECTION
          END-IF
          PERFORM VARYING WS-RCC-IDX FROM 1 BY 1
             UNTIL WS-RCC-IDX > WS-RCC-COUNT
             IF WS-RCC-NUMCHEQUE(WS-RCC-IDX) = WS-RCC-IN-NUMCHEQUE
                AND WS-RCC-BANQUE(WS-RCC-IDX) = WS-RCC-IN-BANQUE
                AND WS-RCC-STATUT(WS-RCC-IDX) NOT = 'IMPAYE'
                MOVE "Cheque deja annonce ou remis" TO WSMSG
                EXIT SECTION
             END-IF
          END-PERFORM

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO WS-RCC-TODAY-ISO
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO WS-RCC-TODAY-ISO

          IF WS-RCC-BORDEREAU = ZEROES
             ADD 1 TO WS-RCC-DERNIER-BORD
             MOVE WS-RCC-DERNIER-BORD TO WS-RCC-BORDEREAU
             MOVE WS-RCC-IN-COMPTE TO WS-RCC-BORD-COMPTE
          END-IF
          ADD 1 TO WS-RCC-COUNT
          MOVE WS-RCC-COUNT TO WS-RCC-NEW
          ADD 1 TO WS-RCC-DERNIER
          INITIALIZE WS-RCC-ENTRY(WS-RCC-NEW)
          MOVE WS-RCC-DERNIER TO WS-RCC-NUMERO(WS-RCC-NEW)
          MOVE WS-RCC-BORDEREAU TO WS-RCC-BORD(WS-RCC-NEW)
          MOVE WS-RCC-IN-COMPTE TO WS-RCC-COMPTEID(WS-RCC-NEW)
          MOVE WS-RCC-IDCLIENT TO WS-RCC-CLIENT(WS-RCC-NEW)
          MOVE WS-RCC-IN-NUMCHEQUE TO WS-RCC-NUMCHEQUE(WS-RCC-NEW)
          MOVE WS-RCC-IN-BANQUE TO WS-RCC-BANQUE(WS-RCC-NEW)
          MOVE WS-RCC-IN-TIREUR TO WS-RCC-TIREUR(WS-RCC-NEW)
          MOVE WS-RCC-IN-MONTANT TO WS-RCC-MONTANT(WS-RCC-NEW)
          MOVE 'INTERNET' TO WS-RCC-CANAL(WS-RCC-NEW)
          MOVE WS-RCC-TODAY-ISO TO WS-RCC-DATE-REMISE(WS-RCC-NEW)
          MOVE 'ANNONCE' TO WS-RCC-STATUT(WS-RCC-NEW)

          OPEN OUTPUT REMISECHQ
          PERFORM VARYING WS-RCC-IDX FROM 1 BY 1
             UNTIL WS-RCC-IDX > WS-RCC-COUNT
             MOVE WS-RCC-ENTRY(WS-RCC-IDX) TO REMISECHQ-RECORD
             WRITE REMISECHQ-RECORD
          END-PERFORM
          CLOSE REMISECHQ

          ADD 1 TO WS-RCC-NB
          ADD WS-RCC-IN-MONTANT TO WS-RCC-TOTAL

      *>  trace d'audit : quel cheque annonce sur quel bordereau
          MOVE WS-RCC-TODAY-ISO TO CLA-DATE
          MOVE L-CLIENT-ID TO CLA-CLIENT
          MOVE 'REMISE CHQ ANNONCEE' TO CLA-ACTION
          MOVE SPACES TO CLA-DETAIL
          STRING "BORD " WS-RCC-BORDEREAU " CHQ " WS-RCC-IN-NUMCHEQUE
             " BQ " WS-RCC-IN-BANQUE " COMPTE " WS-RCC-IN-COMPTE
             DELIMITED BY SIZE INTO CLA-DETAIL
          OPEN EXTEND AUDITLOG
          WRITE AUDITLOG-LINE FROM WS-CL-AUDIT-LINE
          CLOSE AUDITLOG
          MOVE SPACES TO WS-AUDIT-CHAINE-LIGNE
          MOVE WS-CL-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE
          CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE

          MOVE WS-RCC-NEW TO WS-RCC-CURRENT
          PERFORM FNC-RCC-AFFICHER
          MOVE SPACES TO WSMSG
          STRING "Deposez-le en agence, bordereau " WS-RCC-BORDEREAU
             DELIMITED BY SIZE INTO WSMSG

          .
       FNC-ANNONCER-CHEQUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DEMANDE-PRET-SCREEN SECTION.
      *>------------------------------------------------------------------------
      *> depot d'une demande de pret (montant, duree, objet) et suivi
      *> des demandes deja deposees : statut et motif de la decision
      *> prise en revue credit dans activity2banq

          PERFORM FNC-CHARGER-MES-DEMANDES
          MOVE 1 TO WS-PDM-CURRENT

          PERFORM FOREVER
             MOVE ZEROES TO WS-PDM-IN-MONTANT
             MOVE ZEROES TO WS-PDM-IN-DUREE
             MOVE SPACES TO WS-PDM-IN-OBJET

             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY DEMANDE-PRET-SCREEN END-DISPLAY
             ACCEPT DEMANDE-PRET-SCREEN END-ACCEPT

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-DEPOSER-DEMANDE-PRET

                WHEN V-FNC-F2
                   IF WS-PDM-CURRENT < WS-PDM-COUNT
                      ADD 1 TO WS-PDM-CURRENT
                   ELSE
                      MOVE 1 TO WS-PDM-CURRENT
                   END-IF
                   MOVE SPACES TO WSMSG

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Deposer F2-Suivante F10-Revenir"
                     TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-DEMANDE-PRET-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DEPOSER-DEMANDE-PRET SECTION.
      *>------------------------------------------------------------------------
      *> une seule demande EN ATTENTE a la fois par client ; le
      *> capital sera debloque sur le compte connecte si la demande
      *> est accordee

          IF WS-PDM-IN-MONTANT = ZEROES OR WS-PDM-IN-DUREE = ZEROES
             MOVE "Montant et duree sont obligatoires" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-PDM-IN-OBJET = SPACES
             MOVE "Precisez l'objet du pret" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-PDM-ATTENTE = 'OUI'
             MOVE "Une demande est deja en cours d'instruction"
               TO WSMSG
             EXIT SECTION
          END-IF

      *>  pas de credit pour un client mineur, ni sur le compte d'un
      *>  mineur
          MOVE L-COMPTE-ID TO WS-MIN-COMPTEID
          MOVE L-CLIENT-ID TO WS-MIN-IDCLIENT
          MOVE SPACES TO WS-MIN-DATE
          CALL 'mineurcheck' USING WS-MIN-COMPTEID, WS-MIN-IDCLIENT,
             WS-MIN-DATE, WS-MIN-MINEUR, WS-MIN-AGE,
             WS-MIN-PLAFOND-CARTE, WS-MIN-PLAFOND-RETRAIT
          IF WS-MIN-MINEUR NOT = 'OUI'
             MOVE ZEROES TO WS-MIN-IDCLIENT
             CALL 'mineurcheck' USING WS-MIN-COMPTEID,
                WS-MIN-IDCLIENT, WS-MIN-DATE, WS-MIN-MINEUR,
                WS-MIN-AGE, WS-MIN-PLAFOND-CARTE,
                WS-MIN-PLAFOND-RETRAIT
          END-IF
          IF WS-MIN-MINEUR = 'OUI'
             MOVE "Pas de credit pour un client mineur" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO LA-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO LA-DATE

          PERFORM NEXT-SQL-SEQ
          INITIALIZE PRETDEM-RECORD
          MOVE WS-SQL-SEQ-NR TO PD-DEMID
          MOVE L-CLIENT-ID TO PD-IDCLIENT
          MOVE L-COMPTE-ID TO PD-COMPTEID
          MOVE WS-PDM-IN-MONTANT TO PD-MONTANT
          MOVE WS-PDM-IN-DUREE TO PD-DUREE-MOIS
          MOVE WS-PDM-IN-OBJET TO PD-OBJET
          MOVE LA-DATE TO PD-DATE-DEMANDE
          MOVE 'EN ATTENTE' TO PD-STATUT
          OPEN EXTEND PRETDEM
          IF WS-PRETDEM-STATUS = "35"
             OPEN OUTPUT PRETDEM
          END-IF
          WRITE PRETDEM-RECORD
          CLOSE PRETDEM

          PERFORM FNC-CHARGER-MES-DEMANDES
          MOVE WS-PDM-COUNT TO WS-PDM-CURRENT
          MOVE SPACES TO WSMSG
          STRING "Demande deposee, numero " PD-DEMID
             DELIMITED BY SIZE INTO WSMSG

          .
       FNC-DEPOSER-DEMANDE-PRET-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-MES-DEMANDES SECTION.
      *>------------------------------------------------------------------------
      *> demandes du client connecte seulement ; les vingt plus
      *> anciennes suffisent au suivi a l'ecran
          MOVE 0 TO WS-PDM-COUNT
          MOVE 'NON' TO WS-PDM-ATTENTE
          MOVE 'NON' TO WS-PDM-EOF
          INITIALIZE WS-PDM-TABLE
          OPEN INPUT PRETDEM
          IF WS-PRETDEM-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ PRETDEM
             AT END MOVE 'OUI' TO WS-PDM-EOF
          END-READ
          PERFORM UNTIL WS-PDM-EOF = 'OUI'
             IF PD-IDCLIENT = L-CLIENT-ID
                IF PD-STATUT = 'EN ATTENTE'
                   MOVE 'OUI' TO WS-PDM-ATTENTE
                END-IF
                IF WS-PDM-COUNT < 20
                   ADD 1 TO WS-PDM-COUNT
                   MOVE PD-DEMID TO WS-PDM-DEMID(WS-PDM-COUNT)
                   MOVE PD-MONTANT TO WS-PDM-MONTANT(WS-PDM-COUNT)
                   MOVE PD-DUREE-MOIS
                     TO WS-PDM-DUREE-MOIS(WS-PDM-COUNT)
                   MOVE PD-DATE-DEMANDE
                     TO WS-PDM-DATE-DEMANDE(WS-PDM-COUNT)
                   MOVE PD-STATUT TO WS-PDM-STATUT(WS-PDM-COUNT)
                   MOVE PD-MOTIF TO WS-PDM-MOTIF(WS-PDM-COUNT)
                END-IF
             END-IF
             READ PRETDEM
                AT END MOVE 'OUI' TO WS-PDM-EOF
             END-READ
          END-PERFORM
          CLOSE PRETDEM
          .
       FNC-CHARGER-MES-DEMANDES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-RESERVE-SCREEN SECTION.
      *>------------------------------------------------------------------------
      *> situation de la reserve du client connecte (plafond,
      *> utilise, disponible, interets du dernier arrete) et tirage
      *> sur le compte de rattachement ; le remboursement minimum
      *> mensuel est preleve par creditrevbatch

          PERFORM FNC-CHARGER-RESERVE
          IF WS-CRV-FOUND-IDX = 0
             MOVE "Aucune reserve ouverte : voyez votre conseiller"
               TO WSMSG
          END-IF

          PERFORM FOREVER
             MOVE ZEROES TO WS-CRV-IN-MONTANT

             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY RESERVE-SCREEN END-DISPLAY
             ACCEPT RESERVE-SCREEN END-ACCEPT

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-TIRER-RESERVE

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "F1-Tirer F10-Revenir" TO WSMSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-RESERVE-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHARGER-RESERVE SECTION.
      *>------------------------------------------------------------------------
      *> tout le registre est garde en table pour la reecriture ; la
      *> ligne retenue est la reserve non cloturee du client connecte
          MOVE 0 TO WS-CRV-COUNT
          MOVE 0 TO WS-CRV-FOUND-IDX
          MOVE ZEROES TO WS-CRV-LIGNEID
          MOVE ZEROES TO WS-CRV-PLAFOND
          MOVE ZEROES TO WS-CRV-UTILISE
          MOVE ZEROES TO WS-CRV-DISPONIBLE
          MOVE ZEROES TO WS-CRV-INTERETS
          MOVE SPACES TO WS-CRV-STATUT
          MOVE 'NON' TO WS-CRV-EOF
          OPEN INPUT CREDREV
          IF WS-CREDREV-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          READ CREDREV
             AT END MOVE 'OUI' TO WS-CRV-EOF
          END-READ
          PERFORM UNTIL WS-CRV-EOF = 'OUI'
             ADD 1 TO WS-CRV-COUNT
             MOVE CREDREV-RECORD TO WS-CRV-T-RECORD(WS-CRV-COUNT)
             IF CRV-IDCLIENT = L-CLIENT-ID
                AND CRV-STATUT NOT = 'CLOTURE'
                MOVE WS-CRV-COUNT TO WS-CRV-FOUND-IDX
                MOVE CRV-LIGNEID TO WS-CRV-LIGNEID
                MOVE CRV-PLAFOND TO WS-CRV-PLAFOND
                MOVE CRV-UTILISE TO WS-CRV-UTILISE
                MOVE CRV-INTERETS-MOIS TO WS-CRV-INTERETS
                MOVE CRV-STATUT TO WS-CRV-STATUT
                MOVE CRV-COMPTEID TO WS-CRV-COMPTEID-OP
             END-IF
             READ CREDREV
                AT END MOVE 'OUI' TO WS-CRV-EOF
             END-READ
          END-PERFORM
          CLOSE CREDREV
          IF WS-CRV-UTILISE < WS-CRV-PLAFOND
             COMPUTE WS-CRV-DISPONIBLE =
                WS-CRV-PLAFOND - WS-CRV-UTILISE
          END-IF
          .
       FNC-CHARGER-RESERVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-TIRER-RESERVE SECTION.
      *>------------------------------------------------------------------------
      *> credit du compte de rattachement via opcredit dans la limite
      *> du disponible, paire INSERT/UPDATE du flux sequence, puis
      *> montant utilise augmente et registre reecrit
          PERFORM FNC-CHARGER-RESERVE

          IF WS-CRV-FOUND-IDX = 0
             MOVE "Aucune reserve ouverte : voyez votre conseiller"
               TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-CRV-STATUT NOT = 'ACTIF'
             MOVE "Reserve suspendue : tirage impossible" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-CRV-IN-MONTANT = ZEROES
             MOVE "Montant obligatoire" TO WSMSG
             EXIT SECTION
          END-IF

          IF WS-CRV-IN-MONTANT > WS-CRV-DISPONIBLE
             MOVE "Montant superieur au disponible" TO WSMSG
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
          MOVE SPACES TO LA-DATE
          STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
             DELIMITED BY SIZE INTO LA-DATE

          MOVE ZEROES TO WS-CRV-SOLDE
          CALL 'opcredit' USING WS-CRV-SOLDE, WS-CRV-IN-MONTANT,
             WS-CRV-NEWSOLDE, WS-CRV-COMPTEID-OP, LA-DATE,
             WS-CRV-SUCCESS, 'EUR', 'EUR'

          IF WS-CRV-SUCCESS NOT = 'OUI'
             MOVE "Tirage refuse sur le compte de rattachement"
               TO WSMSG
             EXIT SECTION
          END-IF

          MOVE WS-CRV-T-RECORD(WS-CRV-FOUND-IDX) TO CREDREV-RECORD
          ADD WS-CRV-IN-MONTANT TO CRV-UTILISE
          MOVE CREDREV-RECORD TO WS-CRV-T-RECORD(WS-CRV-FOUND-IDX)
          OPEN OUTPUT CREDREV
          PERFORM VARYING WS-CRV-IDX FROM 1 BY 1
             UNTIL WS-CRV-IDX > WS-CRV-COUNT
             MOVE WS-CRV-T-RECORD(WS-CRV-IDX) TO CREDREV-RECORD
             WRITE CREDREV-RECORD
          END-PERFORM
          CLOSE CREDREV

          MOVE 'TIRAGE RESERVE' TO DET-TYPE
          MOVE SPACES TO DET-LIBELLE
          STRING 'TIRAGE RESERVE ' WS-CRV-LIGNEID
             DELIMITED BY SIZE INTO DET-LIBELLE
          MOVE SPACES TO DET-MONTANT
          STRING '+' FUNCTION TRIM(WS-CRV-IN-MONTANT)
             DELIMITED BY SIZE INTO DET-MONTANT
          MOVE WS-CRV-COMPTEID-OP TO DET-COMPTEID
          MOVE L-CLIENT-ID TO DET-CLIENTID
          MOVE LA-DATE TO DET-DATEOP
          MOVE SQL-DETAIL-LINE TO PRINT-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
          WRITE PRINT-LINE
          CALL 'opjournal' USING WS-SQL-SEQ-NR,
             PRINT-LINE

          MOVE '+' TO DET-OPERATOR
          MOVE WS-CRV-IN-MONTANT TO DET-uP-SOMME
          MOVE WS-CRV-COMPTEID-OP TO DET-UP-COMPTEID
          MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
          PERFORM NEXT-SQL-SEQ
          MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
          MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
          WRITE PRINT-UP-LINE

          PERFORM FNC-CHARGER-RESERVE
          MOVE "Tirage effectue sur votre compte" TO WSMSG
          .
       FNC-TIRER-RESERVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       QUEUE-VIREMENT-APPROBATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-TESTER-FENETRE-NUIT SECTION.
      *>------------------------------------------------------------------------
      *> etat de la fenetre de traitement de nuit, ouverte par
      *> nightrunbatch pendant les etapes critiques de la chaine

          MOVE 'L' TO WS-FN-ACTION
          CALL 'fenetrenuit' USING WS-FN-ACTION, WS-FN-ETAT,
             WS-FN-ETAPE, WS-FN-TRAITES
          .
       FNC-TESTER-FENETRE-NUIT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-MISE-EN-ATTENTE-NUIT SECTION.
      *>------------------------------------------------------------------------
      *> l'operation preparee dans OPATTENTE-RECORD part en file au
      *> lieu d'etre postee : opattentebatch la postera en fin de
      *> chaine, dans l'ordre d'arrivee, et le resultat arrivera
      *> dans la messagerie du client

          MOVE FUNCTION CURRENT-DATE(1:16) TO OA-HORODATE
          MOVE 'CLIENT' TO OA-ORIGINE
          MOVE SPACES TO OA-OPERATEUR
          MOVE L-CLIENT-ID TO OA-IDCLIENT
          OPEN EXTEND OPATTENTE
          IF WS-OPATTENTE-STATUS = "35"
             OPEN OUTPUT OPATTENTE
          END-IF
          WRITE OPATTENTE-RECORD
          CLOSE OPATTENTE
          MOVE "Enregistree, traitee en fin de traitement de nuit"
            TO WSMSG
          .
       FNC-MISE-EN-ATTENTE-NUIT-EX.
          EXIT.

       END PROGRAM ACTIVITY2CLIENT.
