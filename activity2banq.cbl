             SELECT SEPASUSPTMP ASSIGN TO "SEPASUSP.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

      *> virements internationaux geles par intlvirbatch sur touche
      *> sanctions : la levee du gel les passe LIBERE (voir
      *> INTLVIR.cpy)
             SELECT INTLVIR ASSIGN TO "INTLVIR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INTLVIR-STATUS.

             SELECT INTLVIRTMP ASSIGN TO "INTLVIR.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

      *> credits recus sans correspondance, poses par payinbatch.cbl
      *> sur le compte d'attente et traites ici (reparation du
      *> COMPTEID ou retour a l'emetteur)
             SELECT CONTESTATIONS ASSIGN TO "CONTESTATIONS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

      *> ventes partenaires (pose par FNC-ACHAT-CHEZ-PARTNER
      *> d'ACTIVITY2CLIENT) et impayes commercants : une contestation
      *> acceptee sur un ACHAT CB devient un impaye impute au
      *> commercant, retenu sur sa prochaine remise par
      *> commercantbatch
             SELECT CBVENTES ASSIGN TO "CBVENTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CBV-STATUS.

             SELECT CBIMPAYES ASSIGN TO "CBIMPAYES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CBI-STATUS.

      *> adresses postales et contacts des clients, avec historique
      *> (les anciennes adresses gardent leur date de fin) ; la ligne
      *> courante est reprise en tete de releve par relevebatch
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RAPL-STATUS.

      *> alertes d'exploitation de la nuit (module alerteops),
      *> acquittees depuis le tableau de bord du matin
             SELECT ALERTEOPS ASSIGN TO "ALERTEOPS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TAO-STATUS.

      *> journal d'audit relu par l'ecran de consultation 0470 :
      *> filtres date/operateur/client/fonction, page de dix lignes
             SELECT AUDITLECT ASSIGN TO "AUDITLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ODPEND-STATUS.

      *> operations recues pendant la fenetre de traitement de nuit,
      *> mises en file au lieu d'etre postees -- voir 0546 et
      *> opattentebatch.cbl
             SELECT OPATTENTE ASSIGN TO "OPATTENTE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPATTENTE-STATUS.

      *> catalogue de spool des rapports (tenu par le module
      *> spoolreg) et copie datee relue par le feuilleteur 0530
             SELECT SPOOLCAT ASSIGN TO "SPOOLCAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REFPEND-STATUS.

      *> tarifs dates des frais (voir TARIF.cpy) : une ligne n'y est
      *> ajoutee qu'a l'approbation quatre-yeux de 0460
             SELECT TARIFS ASSIGN TO "TARIFS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TARIFS-STATUS.

      *> demandes d'effacement (voir EFFACE.cpy), instruites par
      *> effacebatch
             SELECT EFFACEMENT ASSIGN TO "EFFACEMENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EFFACEMENT-STATUS.

      *> consentements marketing par client et par canal (voir
      *> CONSENT.cpy) : historique complet, jamais reecrit
             SELECT CONSENT ASSIGN TO "CONSENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONSENT-STATUS.

      *> registre des clients sensibles : personnel, proches du
      *> personnel, VIP (voir CLISENS.cpy), charge en table et
      *> reecrit en entier par l'ecran de tenue
             SELECT CLISENS ASSIGN TO "CLISENS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLISENS-STATUS.

      *> registre des RIB et attestations emis par attestdoc (voir
      *> DOCREG.cpy), relu pour confirmer l'authenticite d'un
      *> document presente par un tiers
             SELECT DOCREG ASSIGN TO "DOCREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DOCREG-STATUS.

      *> langue de correspondance du client (voir CLILANGUE.cpy),
      *> completee depuis l'ecran des adresses ; une langue n'est
      *> acceptee que si TEXTES.DAT en porte au moins un texte
             SELECT CLILANGUE ASSIGN TO "CLILANGUE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLILANGUE-STATUS.

             SELECT TEXTES ASSIGN TO "TEXTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TEXTES-STATUS.

      *> alertes courrier revenu NPAI a l'agence : une ligne par pli
      *> revenu, inscrite au spool a chaque saisie, reprise puis
      *> remise a zero par le rapport mensuel npaibatch
             SELECT NPAIALERTE ASSIGN TO "NPAIALERTE.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NPAIALERTE-STATUS.

      *> registre des prestataires tiers DSP2 (voir DSP2PRESTA.cpy)
             SELECT DSP2PRESTA ASSIGN TO "DSP2PRESTA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DSP2PRESTA-STATUS.

      *> conseiller attitre de chaque client (voir CONSEILLER.cpy) et
      *> corbeille des conseillers (voir TACHECONS.cpy)
             SELECT CONSEILLERS ASSIGN TO "CONSEILLERS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONSEILLERS-STATUS.

             SELECT TACHESCONS ASSIGN TO "TACHESCONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TACHESCONS-STATUS.

             SELECT TACHESCONSTMP ASSIGN TO "TACHESCONS.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

      *> remises de cheques tires sur d'autres banques (voir
      *> REMISECHQ.cpy) et delai de disponibilite des fonds en jours
      *> ouvres apres la date de valeur
             SELECT REMISECHQ ASSIGN TO "REMISECHQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REMISECHQ-STATUS.

             SELECT REMCHQPARM ASSIGN TO "REMCHQPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REMCHQPARM-STATUS.

      *> liste de correction de la qualite des donnees clients
      *> posee chaque semaine par qualitebatch (voir QUALITE.cpy)
             SELECT QUALITE ASSIGN TO "QUALITE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUALITE-STATUS.

      *> caisse du guichet : une ligne par tiroir (operateur + jour)
      *> dans CAISSE.DAT, un ticket par mouvement d'especes dans
      *> CAISSETICK.DAT, le detail des coupures a l'ouverture et a
             SELECT CAISSEDENOM ASSIGN TO "CAISSEDENOM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

      *> change manuel du guichet : stock de billets etrangers du
      *> tiroir compte a l'ouverture et a la fermeture (une ligne
      *> par devise), operations de change (voir CHANGEOPS.cpy) et
      *> marges d'achat/vente et seuil d'identification des
      *> non-clients
             SELECT CAISSEDEV ASSIGN TO "CAISSEDEV.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAISSEDEV-STATUS.

             SELECT CHANGEOPS ASSIGN TO "CHANGEOPS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHANGEOPS-STATUS.

      *> coffre d'agence : stock par coupure (voir COFFRE.cpy),
      *> journal des mouvements sous double controle, commandes de
      *> fonds au transporteur et preavis de gros retraits
             SELECT COFFRE ASSIGN TO "COFFRE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COFFRE-STATUS.

             SELECT COFFREMVT ASSIGN TO "COFFREMVT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COFFREMVT-STATUS.

             SELECT CMDFONDS ASSIGN TO "CMDFONDS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CMDFONDS-STATUS.

             SELECT PREAVISRET ASSIGN TO "PREAVISRET.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PREAVISRET-STATUS.

             SELECT CHANGEPARM ASSIGN TO "CHANGEPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHANGEPARM-STATUS.

      *> gels administratifs par COMPTEID, honores par opdebit/
      *> opcredit/opprelev/entreeargent ; la levee d'un dossier
      *> conformite retire les lignes du compte concerne
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GELADMIN-STATUS.

      *> demandes de pret deposees depuis ACTIVITY2CLIENT : la file
      *> de revue credit calcule le taux d'endettement (credits
      *> recurrents d'OPJOURNAL.DAT, echeances de PRETPLAN.DAT) ;
      *> l'accord pose la ligne PRETS.DAT au statut NOUVEAU reprise
      *> par pretplanbatch et debloque le capital via opcredit. Les
      *> demandes refusees ou en attente restent dans le registre.
             SELECT PRETDEM ASSIGN TO "PRETDEM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRETDEM-STATUS.

             SELECT PRETS ASSIGN TO "PRETS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRETS-STATUS.

             SELECT PRETPLAN ASSIGN TO "PRETPLAN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRETPLAN-STATUS.

             SELECT OPJOURNAL ASSIGN TO "OPJOURNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPJOURNAL-STATUS.

      *> compagnon indexe du journal (voir OPJINDEX.cpy) : les
      *> operations d'un client sans relire tout le journal
             SELECT OPJINDEX ASSIGN TO "OPJINDEX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OJX-CLE
                ALTERNATE RECORD KEY IS OJX-IDCLIENT WITH DUPLICATES
                ALTERNATE RECORD KEY IS OJX-JOUR WITH DUPLICATES
                FILE STATUS IS WS-OPJINDEX-IXST.

      *> credit renouvelable (reserve) : plafond autorise, montant
      *> utilise, taux et mode de remboursement minimum ; ouverture
      *> et cloture ici, tirages depuis ACTIVITY2CLIENT, arrete
      *> mensuel par creditrevbatch
             SELECT CREDREV ASSIGN TO "CREDREV.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CREDREV-STATUS.

      *> nantissements en garantie de pret : compte (type C) ou
      *> depot a terme (type D) nanti pour un pret de PRETS.DAT ;
      *> retenu par opdebit/opprelev et depotermebatch, leve au
      *> remboursement complet, appele au contentieux par
      *> pretretardbatch
             SELECT NANTIS ASSIGN TO "NANTIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NANTIS-STATUS.

             SELECT DEPATERME ASSIGN TO "DEPATERME.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEPATERME-STATUS.

      *> cautions bancaires emises pour les clients entreprise
      *> (loyer, douane, fournisseur) : emission, mainlevee et appel
      *> sous double regard ; le montant bloque est retenu par
      *> opdebit/opprelev/soldedispo, la commission trimestrielle,
      *> l'expiration et les preavis d'echeance passent par
      *> cautionbatch
             SELECT CAUTIONS ASSIGN TO "CAUTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAUTIONS-STATUS.
      *> coffres-forts loues a la clientele (voir LOCCOFFRE.cpy) et
      *> journal des visites ; loyer annuel, relances d'impaye et
      *> blocage par coffrebatch
             SELECT LOCCOFFRE ASSIGN TO "LOCCOFFRE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOCCOFFRE-STATUS.

             SELECT LOCACCES ASSIGN TO "LOCACCES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOCACCES-STATUS.
      *> annuaire des facturiers payables depuis activity2client
      *> (voir FACTURIER.cpy), filtre sanctions a l'ajout
             SELECT FACTURIERS ASSIGN TO "FACTURIERS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FACTURIERS-STATUS.
      *> registre des clients mineurs et de leurs representants
      *> legaux (voir MINEUR.cpy), regles par tranche d'age dans
      *> mineurcheck, passage a la majorite par majoritebatch
             SELECT MINEURS ASSIGN TO "MINEURS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MINEURS-STATUS.
      *> dossiers de surendettement (voir SURENDET.cpy) : la
      *> suspension des prelevements, agios, frais d'incident et
      *> relances est lue par surendcheck
             SELECT SURENDET ASSIGN TO "SURENDET.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SURENDET-STATUS.
      *> clientele fragile reperee par fragilebatch (voir
      *> FRAGILE.cpy) et souscriptions de forfaits : la reponse du
      *> client a l'offre specifique est saisie en agence
             SELECT FRAGILES ASSIGN TO "FRAGILES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRAGILES-STATUS.
             SELECT FORFSOUSCR ASSIGN TO "FORFSOUSCR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FORFSOUSCR-STATUS.
      *> contrats de plan d'epargne logement (voir PEL.cpy) ouverts
      *> et mis a cloturer en agence, denoues par pelbatch ; regles
      *> du produit dans PELPARM.DAT
             SELECT PELCONTRATS ASSIGN TO "PELCONTRATS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PELCONTRATS-STATUS.
             SELECT PELPARM ASSIGN TO "PELPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PELPARM-STATUS.
      *> registre des incidents de paiement de cheque (voir
      *> CHQINCID.cpy) pose par chequebatch : la regularisation y est
      *> saisie en agence, fccbatch la declare et leve l'interdiction
             SELECT CHQINCIDENTS ASSIGN TO "CHQINCIDENTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHQINCIDENTS-STATUS.
      *> shared restart/checkpoint sequence counter, see
      *> NEXT-SQL-SEQ SECTION -- every program that appends to
      *> GENERESQL.SQL/GENERUPDATE.SQL reads, bumps and rewrites this
       FD MESSAGES.
           01 MESSAGES-RECORD.
               05 MSG-ID                  PIC 9(5).
               05 MSG-SENDER-CLIENTID     PIC 9(5).
               05 MSG-SUBJECT             PIC X(40).
               05 MSG-BODY                PIC X(70).
               05 MSG-DATE                PIC X(10).
       FD VIREMAPPR.
           01 VIREMAPPR-RECORD.
               05 VA-ID                   PIC 9(10).
               05 VA-CLIENT-ID             PIC 9(5).
               05 VA-COMPTE-ID             PIC 9(5).
               05 VA-MONTANT               PIC 9(5)V99.
               05 VA-LIBELLE               PIC X(10).
               05 VA-DATE                  PIC X(10).
      *> dans SEPAEXPLOG.DAT par sepaexportbatch pour qu'un retour
      *> (R-transaction) de la compensation puisse re-crediter le
      *> bon compte -- voir separeturnbatch.cbl
               05 SQ-COMPTE-SRC            PIC 9(5).
               05 SQ-CLIENT-SRC            PIC 9(5).

       FD SEPASUSP.
           01 SEPASUSP-RECORD.
               05 SS-MONTANT               PIC 9(5)V99.
               05 SS-LIBELLE               PIC X(25).
               05 SS-DATE-EXEC             PIC X(10).
               05 SS-COMPTE-SRC            PIC 9(5).
               05 SS-CLIENT-SRC            PIC 9(5).
               05 SS-DATE-GEL              PIC X(10).
               05 SS-MOTIF                 PIC X(30).
               05 SS-STATUT                PIC X(10).

       FD SEPASUSPTMP.
           01 SEPASUSPTMP-RECORD           PIC X(146).

       FD INTLVIR.
           COPY "INTLVIR.cpy".

       FD INTLVIRTMP.
           01 INTLVIRTMP-RECORD            PIC X(313).

       FD SUSPENS.
           01 SUSPENS-RECORD.
               05 SUS-REFERENCE            PIC X(16).
               05 SUS-COMPTEID             PIC 9(5).
               05 SUS-MONTANT              PIC 9(5)V99.
               05 SUS-DATE-RECU            PIC X(10).
               05 SUS-MOTIF                PIC X(25).

       FD FORCAGE.
           01 FORCAGE-RECORD.
               05 FC-COMPTEID              PIC 9(5).
               05 FC-DATE                  PIC X(10).
               05 FC-MONTANT               PIC 9(5)V99.
               05 FC-STATUT                PIC X(10).
           01 ALERTES-RECORD.
               05 AL-ID                    PIC 9(5).
               05 AL-DATE                  PIC X(10).
               05 AL-COMPTEID              PIC 9(5).
               05 AL-SCORE                 PIC 9(3).
               05 AL-MOTIF                 PIC X(20).
               05 AL-DISPOSITION           PIC X(10).

       FD BENEFICIAIRES.
           01 BENEFICIAIRES-RECORD.
               05 BEN-IDCLIENT             PIC 9(5).
               05 BEN-NOM                  PIC X(30).
               05 BEN-IBAN                 PIC X(34).
               05 BEN-DATE-AJOUT           PIC X(10).
           01 MANDATS-RECORD.
               05 MD-REFERENCE             PIC X(16).
               05 MD-CREANCIER-ID          PIC X(8).
               05 MD-IDCLIENT              PIC 9(5).
               05 MD-COMPTEID              PIC 9(5).
               05 MD-DATE-SIGNATURE        PIC X(10).
               05 MD-STATUT                PIC X(10).

       FD SAISIES.
           01 SAISIES-RECORD.
               05 SA-COMPTEID              PIC 9(5).
               05 SA-TYPE                  PIC X(15).
               05 SA-MONTANT               PIC 9(5)V99.
               05 SA-REFERENCE             PIC X(16).
       FD CONTESTATIONS.
           01 CONTESTATIONS-RECORD.
               05 CT-ID              PIC 9(10).
               05 CT-IDCLIENT        PIC 9(5).
               05 CT-COMPTEID        PIC 9(5).
               05 CT-IDOPERATION     PIC 9(3).
               05 CT-MONTANT         PIC 9(8)V99.
               05 CT-SENS            PIC X.
               05 CT-DATE-MAJ        PIC X(10).
               05 CT-CREDIT-PROV     PIC X(3).

       FD CBVENTES.
           01 CBVENTES-RECORD.
               05 VT-REFERENCE       PIC X(16).
               05 VT-COMPTEID        PIC 9(5).
               05 VT-MAGASIN         PIC X(15).
               05 VT-MONTANT         PIC 9(5)V99.
               05 VT-DATE            PIC X(10).

       FD CBIMPAYES.
           01 CBIMPAYES-RECORD.
               05 CI-CONTESTID       PIC 9(10).
               05 CI-REFERENCE       PIC X(16).
               05 CI-MAGASIN         PIC X(15).
               05 CI-COMPTEID        PIC 9(5).
               05 CI-MONTANT         PIC 9(7)V99.
               05 CI-RESTE           PIC 9(7)V99.
               05 CI-DATE            PIC X(10).
               05 CI-STATUT          PIC X(10).

       FD ADRESSES.
           01 ADRESSES-RECORD.
               05 ADR-IDCLIENT             PIC 9(5).
               05 ADR-LIGNE1               PIC X(30).
               05 ADR-CODEPOSTAL           PIC X(5).
               05 ADR-VILLE                PIC X(20).
               05 ADR-EMAIL                PIC X(40).
               05 ADR-DATE-DEBUT           PIC X(10).
               05 ADR-DATE-FIN             PIC X(10).
               05 ADR-NPAI                 PIC X(3).
               05 ADR-NPAI-DATE            PIC X(10).

       FD KYCREG.
           01 KYCREG-RECORD.
               05 KYC-IDCLIENT             PIC 9(5).
               05 KYC-CLASSE-RISQUE        PIC X(6).
               05 KYC-DOCUMENTS            PIC X(30).
               05 KYC-DATE-REVUE           PIC X(10).

       FD KYCRESTR.
           01 KYCRESTR-RECORD.
               05 KR-COMPTEID              PIC 9(5).
               05 KR-IDCLIENT              PIC 9(5).
               05 KR-DATE-POSE             PIC X(10).

       FD GELCASES.
           01 GELCASES-RECORD.
               05 GC-COMPTEID              PIC 9(5).
               05 GC-NOM                   PIC X(30).
               05 GC-IBAN                  PIC X(34).
               05 GC-MONTANT               PIC 9(5)V99.

       FD GELADMIN.
           01 GELADMIN-RECORD.
               05 GA-COMPTEID              PIC 9(5).
               05 GA-DATE-POSE             PIC X(10).
               05 GA-MOTIF                 PIC X(30).
               05 GA-STATUT                PIC X(10).
       FD TITULAIRES.
           01 TITULAIRES-RECORD.
               05 TIT-CLE.
                  10 TIT-COMPTEID    PIC 9(5).
                  10 TIT-IDCLIENT    PIC 9(5).
               05 TIT-ROLE                 PIC X(20).

       FD AGENCEPARM.
               05 NCK-HEURE-DEBUT          PIC X(6).
               05 NCK-HEURE-FIN            PIC X(6).

       FD ALERTEOPS.
           COPY "ALERTEOPS.cpy".

       FD BATCHRUNLECT.
           01 BATCHRUNLECT-RECORD.
               05 BRL-PROGRAM              PIC X(20).
       FD SUSPENSLECT.
           01 SUSPENSLECT-RECORD.
               05 SUL-REFERENCE            PIC X(16).
               05 SUL-COMPTEID             PIC 9(5).
               05 SUL-MONTANT              PIC 9(5)V99.
               05 SUL-DATE-RECU            PIC X(10).
               05 SUL-MOTIF                PIC X(25).

       FD PROCURATIONS.
           01 PROCURATIONS-RECORD.
               05 PX-COMPTEID              PIC 9(5).
               05 PX-MANDANT               PIC 9(5).
               05 PX-MANDATAIRE            PIC 9(5).
               05 PX-PORTEE                PIC X(12).
               05 PX-PLAFOND               PIC 9(5)V99.
               05 PX-DATE-DEBUT            PIC X(10).

       FD DOUBLONCLI.
           01 DOUBLONCLI-RECORD.
               05 DBC-ID1                  PIC 9(5).
               05 DBC-ID2                  PIC 9(5).
               05 DBC-SCORE                PIC 9(3).
               05 DBC-DATE                 PIC X(10).
               05 DBC-STATUT               PIC X(10).
       FD RECLAM.
           01 RECLAM-RECORD.
               05 RCL-ID                   PIC 9(5).
               05 RCL-IDCLIENT             PIC 9(5).
               05 RCL-SUJET                PIC X(40).
               05 RCL-CATEGORIE            PIC X(12).
               05 RCL-DATE-RECUE           PIC X(10).

       FD SUCCESSIONS.
           01 SUCCESSIONS-RECORD.
               05 SC-IDCLIENT              PIC 9(5).
               05 SC-DATE-DECES            PIC X(10).
               05 SC-PLAFOND-UTILISE       PIC 9(5)V99.
               05 SC-STATUT                PIC X(10).

       FD SUCCAUTH.
           01 SUCCAUTH-RECORD.
               05 SA2-COMPTEID             PIC 9(5).
               05 SA2-MONTANT              PIC 9(5)V99.
               05 SA2-STATUT               PIC X(10).

       FD STANDORDLECT.
           01 STANDORDLECT-RECORD.
               05 SOL-ORDREID              PIC 9(3).
               05 SOL-CLIENT-ID            PIC 9(5).
               05 SOL-COMPTE-DEST          PIC 9(5).
               05 SOL-CLIENT-DEST-ID       PIC 9(5).
               05 SOL-MONTANT              PIC 9(5)V99.
               05 SOL-JOUR-EXEC            PIC 99.
               05 SOL-DATE-DERNIERE-EXEC   PIC X(10).
       FD ODPEND.
           01 ODPEND-RECORD.
               05 OD-ID                    PIC 9(5).
               05 OD-COMPTE-DEBIT          PIC 9(5).
               05 OD-COMPTE-CREDIT         PIC 9(5).
               05 OD-MONTANT               PIC 9(5)V99.
               05 OD-CODE-MOTIF            PIC X(3).
               05 OD-TEXTE                 PIC X(30).
               05 TK-SENS                  PIC X.
               05 TK-MONTANT               PIC 9(5)V99.
               05 TK-LIBELLE               PIC X(25).
      *> devise du mouvement (EUR ou a blanc : tiroir en euros)
               05 TK-DEVISE                PIC X(3).

       FD CAISSEDENOM.
           01 CAISSEDENOM-RECORD.
               05 DN-PIECES                PIC 9(5)V99.
               05 DN-TOTAL                 PIC 9(7)V99.

       FD CAISSEDEV.
           01 CAISSEDEV-RECORD.
               05 DV-OPERATEUR             PIC X(8).
               05 DV-DATE                  PIC X(10).
               05 DV-MOMENT                PIC X.
               05 DV-DEVISE                PIC X(3).
               05 DV-MONTANT               PIC 9(7)V99.

       FD CHANGEOPS.
           COPY "CHANGEOPS.cpy".

       FD COFFRE.
           COPY "COFFRE.cpy".

       FD COFFREMVT.
           COPY "COFFREMVT.cpy".

       FD CMDFONDS.
           COPY "CMDFONDS.cpy".

       FD PREAVISRET.
           COPY "PREAVISRET.cpy".

       FD CHANGEPARM.
           01 CHANGEPARM-RECORD.
               05 CP-MARGE-ACHAT           PIC 9V99.
               05 CP-MARGE-VENTE           PIC 9V99.
               05 CP-SEUIL-IDENT           PIC 9(5)V99.

       FD CBREFERQ.
           01 CBREFERQ-RECORD.
               05 RF-NUMCARTE              PIC X(16).
               05 RF-COMPTEID              PIC 9(5).
               05 RF-MAGASIN               PIC X(15).
               05 RF-DATE                  PIC X(10).
               05 RF-HEURE                 PIC X(6).
               05 RF-MOTIF                 PIC X(30).
               05 RF-STATUT                PIC X(10).


       FD PRETDEM.
           01 PRETDEM-RECORD.
               05 PD-DEMID                 PIC 9(10).
               05 PD-IDCLIENT              PIC 9(5).
               05 PD-COMPTEID              PIC 9(5).
               05 PD-MONTANT               PIC 9(7)V99.
               05 PD-DUREE-MOIS            PIC 9(3).
               05 PD-OBJET                 PIC X(20).
               05 PD-DATE-DEMANDE          PIC X(10).
               05 PD-STATUT                PIC X(10).
               05 PD-TAUX-ANNUEL           PIC 9(2)V99.
               05 PD-REVENU-MENSUEL        PIC 9(7)V99.
               05 PD-CHARGES-MENS          PIC 9(7)V99.
               05 PD-TAUX-ENDETT           PIC 9(3)V99.
               05 PD-MOTIF                 PIC X(30).
               05 PD-ANALYSTE              PIC X(8).
               05 PD-DATE-DECISION         PIC X(10).
               05 PD-PRETID                PIC 9(5).

       FD PRETS.
           01 PRETS-RECORD.
               05 PR-PRETID                PIC 9(5).
               05 PR-IDCLIENT              PIC 9(5).
               05 PR-COMPTEID              PIC 9(5).
               05 PR-CAPITAL               PIC 9(7)V99.
               05 PR-TAUX-ANNUEL           PIC 9(2)V99.
               05 PR-DUREE-MOIS            PIC 9(3).
               05 PR-DATE-DEBUT            PIC X(10).
               05 PR-STATUT                PIC X(10).

       FD PRETPLAN.
           01 PRETPLAN-RECORD.
               05 PP-PRETID                PIC 9(5).
               05 PP-NUM-ECHEANCE          PIC 9(3).
               05 PP-DATE-EXIG             PIC X(10).
               05 PP-PART-CAPITAL          PIC 9(7)V99.
               05 PP-PART-INTERETS         PIC 9(7)V99.
               05 PP-CAPITAL-RESTANT       PIC 9(7)V99.
               05 PP-STATUT                PIC X(10).

       FD OPJOURNAL.
           COPY "OPJOURNAL.cpy".
       FD OPJINDEX.
           COPY "OPJINDEX.cpy".
       FD OPATTENTE.
           COPY "OPATTENTE.cpy".
       FD CREDREV.
           01 CREDREV-RECORD.
               05 CRV-LIGNEID              PIC 9(5).
               05 CRV-IDCLIENT             PIC 9(5).
               05 CRV-COMPTEID             PIC 9(5).
               05 CRV-PLAFOND              PIC 9(7)V99.
               05 CRV-UTILISE              PIC 9(7)V99.
               05 CRV-TAUX-ANNUEL          PIC 9(2)V99.
               05 CRV-MODE-REMB            PIC X(1).
               05 CRV-MENS-FIXE            PIC 9(5)V99.
               05 CRV-PCT-REMB             PIC 9(2)V99.
               05 CRV-DATE-OUVERTURE       PIC X(10).
               05 CRV-DERNIER-ARRETE       PIC X(10).
               05 CRV-INTERETS-MOIS        PIC 9(5)V99.
               05 CRV-REMB-MOIS            PIC 9(5)V99.
               05 CRV-IMPAYES              PIC 9(2).
               05 CRV-STATUT               PIC X(10).

       FD NANTIS.
           01 NANTIS-RECORD.
               05 NT-NANTID                PIC 9(5).
               05 NT-PRETID                PIC 9(5).
               05 NT-TYPE                  PIC X(1).
               05 NT-COMPTEID              PIC 9(5).
               05 NT-DEPOTID               PIC 9(10).
               05 NT-MONTANT               PIC 9(7)V99.
               05 NT-DATE-POSE             PIC X(10).
               05 NT-DATE-FIN              PIC X(10).
               05 NT-MONTANT-APPELE        PIC 9(7)V99.
               05 NT-STATUT                PIC X(10).

       FD DEPATERME.
           01 DEPATERME-RECORD.
               05 DT-DEPOTID               PIC 9(10).
               05 DT-COMPTEID              PIC 9(5).
               05 DT-IDCLIENT              PIC 9(5).
               05 DT-MONTANT               PIC S9(9)V99.
               05 DT-TAUX                  PIC 9(2)V99.
               05 DT-DATE-OUVERTURE        PIC X(10).
               05 DT-DATE-ECHEANCE         PIC X(10).
               05 DT-RENOUVELLEMENT        PIC X.
               05 DT-STATUT                PIC X(10).

       FD CAUTIONS.
           01 CAUTIONS-RECORD.
               05 CA-CAUTIONID             PIC 9(5).
               05 CA-IDCLIENT              PIC 9(5).
               05 CA-COMPTEID              PIC 9(5).
               05 CA-BENEFICIAIRE          PIC X(30).
               05 CA-MONTANT               PIC 9(7)V99.
               05 CA-DATE-DEBUT            PIC X(10).
               05 CA-DATE-ECHEANCE         PIC X(10).
               05 CA-GARANTIE              PIC X(1).
               05 CA-MONTANT-BLOQUE        PIC 9(7)V99.
               05 CA-CONTRE-GARANTIE       PIC X(30).
               05 CA-TAUX-COMM             PIC 9V99.
               05 CA-TRIM-FACTURE          PIC X(7).
               05 CA-DATE-ALERTE           PIC X(10).
               05 CA-MONTANT-APPELE        PIC 9(7)V99.
               05 CA-DATE-FIN              PIC X(10).
               05 CA-DEMANDE               PIC X(10).
               05 CA-MONTANT-DEMANDE       PIC 9(7)V99.
               05 CA-MAKER                 PIC X(8).
               05 CA-DATE-DEMANDE          PIC X(10).
               05 CA-STATUT                PIC X(10).

       FD LOCCOFFRE.
           COPY "LOCCOFFRE.cpy".

       FD LOCACCES.
           COPY "LOCACCES.cpy".

       FD FACTURIERS.
           COPY "FACTURIER.cpy".

       FD MINEURS.
           COPY "MINEUR.cpy".

       FD SURENDET.
           COPY "SURENDET.cpy".

       FD FRAGILES.
           COPY "FRAGILE.cpy".

       FD FORFSOUSCR.
       01 FORFSOUSCR-RECORD.
           05 FS-IDCLIENT        PIC 9(5).
           05 FS-CODE-FORFAIT    PIC X(6).
           05 FS-COMPTEID        PIC 9(5).
           05 FS-DATE-SOUSCR     PIC X(10).
           05 FS-STATUT          PIC X(10).

       FD PELCONTRATS.
           COPY "PEL.cpy".

       FD PELPARM.
       01 PELPARM-RECORD.
           05 PPM-DEPOT-MIN        PIC 9(5)V99.
           05 PPM-VERSEMENT-ANNUEL PIC 9(5)V99.
           05 PPM-DUREE-MIN        PIC 9(2).
           05 PPM-TAUX-ANTICIPE    PIC 9(2)V99.

       FD CHQINCIDENTS.
           COPY "CHQINCID.cpy".
       FD TARIFS.
           COPY "TARIF.cpy".
       FD EFFACEMENT.
           COPY "EFFACE.cpy".
       FD CONSENT.
           COPY "CONSENT.cpy".
       FD CLISENS.
           COPY "CLISENS.cpy".
       FD DOCREG.
           COPY "DOCREG.cpy".
       FD CLILANGUE.
           COPY "CLILANGUE.cpy".
       FD TEXTES.
           COPY "TEXTES.cpy".
       FD NPAIALERTE.
           01 NPAIALERTE-LINE              PIC X(132).
       FD DSP2PRESTA.
           COPY "DSP2PRESTA.cpy".
       FD CONSEILLERS.
           COPY "CONSEILLER.cpy".
       FD TACHESCONS.
           COPY "TACHECONS.cpy".
       FD TACHESCONSTMP.
           01 TACHESCONSTMP-RECORD         PIC X(124).
       FD REMISECHQ.
           COPY "REMISECHQ.cpy".
       FD REMCHQPARM.
           01 REMCHQPARM-RECORD.
               05 RCP-DELAI-DISPO          PIC 9(2).
       FD QUALITE.
           COPY "QUALITE.cpy".
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
           05 SOMMEOPP        PIC 9(3)B9(3)B9(4). 
           05 ENTREEAR        PIC 9(5).
           05 WS-DATE2        PIC X(10).
           05 NUMCOMPTE        PIC 9(5).
           05 LOGIN        PIC X(10).
           05 MOTDEPASSE        PIC X(10).
           05 WS-VCC-CLIENTID  PIC 9(5).
           05 WS-VCC-CURRENT   PIC 9(2) VALUE 1.
           77 ptr             PIC 99.
           
         01 mouse-flags   PIC 9(4).

          01 WS-FIELDS2.
             05 L-CLIENT-ID               PIC S9(5).
             05 L-CLIENT-NOM              PIC X(20).
             05 L-CLIENT-PRENOM           PIC X(20).
             05 L-CLIENT-RSOCIALE         PIC X(20).
             05 L-CLIENT-PAYS-RESIDENCE   PIC X(20).
             05 L-CLIENT-NUM-FISCAL       PIC X(20).
             05 L-CLIENT-EXTERNE          PIC 9 .
             05 L-COMPTE-ID               PIC S9(5).
             05 L-COMPTE-IBAN             PIC X(25).
             05 L-COMPTE-DTOUV            PIC X(14).
             05 L-COMPTE-SOLDE            PIC 9(5).99.
             05 L-COMPTE-CLIENTID         PIC S9(5).
             05 L-COMPTE-AGENCE           PIC X(10).

      *> linkage for the operations-en-attente lookup against modactivity2
       01 WS-MESSAGES-TABLE.
           05 WS-MSG-ENTRY OCCURS 50 TIMES.
              10 WS-MSG-ID               PIC 9(5).
              10 WS-MSG-SENDER-CLIENTID  PIC 9(5).
              10 WS-MSG-SUBJECT          PIC X(40).
              10 WS-MSG-BODY             PIC X(70).
              10 WS-MSG-DATE             PIC X(10).
       01 WS-VA-TABLE.
           05 WS-VA-ENTRY OCCURS 50 TIMES.
              10 WS-VA-ID               PIC 9(10).
              10 WS-VA-CLIENT-ID        PIC 9(5).
              10 WS-VA-COMPTE-ID        PIC 9(5).
              10 WS-VA-MONTANT          PIC 9(5)V99.
              10 WS-VA-LIBELLE          PIC X(10).
              10 WS-VA-DATE             PIC X(10).
       01 WS-SUS-TABLE.
           05 WS-SUS-ENTRY OCCURS 50 TIMES.
              10 WS-SUS-REFERENCE       PIC X(16).
              10 WS-SUS-COMPTEID        PIC 9(5).
              10 WS-SUS-MONTANT         PIC 9(5)V99.
              10 WS-SUS-DATE-RECU       PIC X(10).
              10 WS-SUS-MOTIF           PIC X(25).
       01 WS-SUS-EOF          PIC X(3) VALUE "NON".
      *> COMPTEID corrige saisi par l'operateur pour re-appliquer le
      *> credit via entreeargent
       01 WS-SUS-REPAIR-COMPTEID PIC 9(5).
      *> compte d'attente porteur des credits non appliques, meme
      *> valeur que WS-SUSPENS-COMPTEID de payinbatch.cbl
       01 WS-SUS-ATTENTE-COMPTEID PIC 9(5) VALUE 999.
      *> entrees/sorties entreeargent et opdebit pour la
      *> regularisation d'un suspens
       01 WS-SUS-SOLDE        PIC 9(5)V99.
       01 WS-SUS-LIBELLE      PIC X(12).
       01 WS-SUS-SUCCESS      PIC X(3).
       01 WS-SUS-DATE-OP      PIC X(10).
       01 WS-SUS-COMPTEID-OP  PIC 9(5).

      *> TAUXCHANGE.DAT loaded whole into this table (meme gabarit
      *> load-table/rewrite-table que WS-SUS-TABLE ci-dessus) pour la
      *> que WS-AL-TABLE) pour la revue des doublons clients
       01 WS-DBL-TABLE.
           05 WS-DBL-ENTRY OCCURS 100 TIMES.
              10 WS-DBL-ID1          PIC 9(5).
              10 WS-DBL-ID2          PIC 9(5).
              10 WS-DBL-SCORE        PIC 9(3).
              10 WS-DBL-DATE         PIC X(10).
              10 WS-DBL-STATUT       PIC X(10).
       01 WS-DOUBLONCLI-STATUS    PIC X(2).
      *> identifiant survivant saisi par l'operateur ; l'autre
      *> membre de la paire devient le perdant de la fusion
       01 WS-DBL-IN-SURVIVANT     PIC 9(5).
       01 WS-DBL-PERDANT          PIC 9(5).
       01 WS-DBL-FUSION-OK        PIC X(3).

      *> RECLAM.DAT loaded whole into this table pour la file de
       01 WS-RCL-TABLE.
           05 WS-RCL-ENTRY OCCURS 100 TIMES.
              10 WS-RCL-ID           PIC 9(5).
              10 WS-RCL-IDCLIENT     PIC 9(5).
              10 WS-RCL-SUJET        PIC X(40).
              10 WS-RCL-CATEGORIE    PIC X(12).
              10 WS-RCL-DATE-RECUE   PIC X(10).
       01 WS-RECLAM-STATUS        PIC X(2).
       01 WS-RCL-NEXT-ID          PIC 9(5).
      *> saisie d'ouverture de dossier
       01 WS-RCL-IN-IDCLIENT      PIC 9(5).
       01 WS-RCL-IN-SUJET         PIC X(40).
       01 WS-RCL-IN-CATEGORIE     PIC X(12).
      *> echeances et anciennete : jours ouvres restants avant la
           05 WS-AL-ENTRY OCCURS 100 TIMES.
              10 WS-AL-ID               PIC 9(5).
              10 WS-AL-DATE             PIC X(10).
              10 WS-AL-COMPTEID         PIC 9(5).
              10 WS-AL-SCORE            PIC 9(3).
              10 WS-AL-MOTIF            PIC X(20).
              10 WS-AL-DISPOSITION      PIC X(10).
      *> date de fin, la nouvelle s'ajoute sans date de fin)
       01 WS-ADR-TABLE.
           05 WS-ADR-ENTRY OCCURS 200 TIMES.
              10 WS-ADR-IDCLIENT        PIC 9(5).
              10 WS-ADR-LIGNE1          PIC X(30).
              10 WS-ADR-CODEPOSTAL      PIC X(5).
              10 WS-ADR-VILLE           PIC X(20).
              10 WS-ADR-EMAIL           PIC X(40).
              10 WS-ADR-DATE-DEBUT      PIC X(10).
              10 WS-ADR-DATE-FIN        PIC X(10).
              10 WS-ADR-NPAI            PIC X(3).
              10 WS-ADR-NPAI-DATE       PIC X(10).
       01 WS-ADR-COUNT        PIC 9(4) VALUE 0.
       01 WS-ADR-IDX          PIC 9(4) VALUE 0.
       01 WS-ADR-EOF          PIC X(3) VALUE "NON".
      *> saisie de l'ecran adresses
       01 WS-ADR-IN-CLIENTID      PIC 9(5).
       01 WS-ADR-IN-LIGNE1        PIC X(30).
       01 WS-ADR-IN-CODEPOSTAL    PIC X(5).
       01 WS-ADR-IN-VILLE         PIC X(20).
       01 WS-ADR-AFF-COURANTE     PIC X(80).
       01 WS-ADR-TODAY            PIC X(10).

      *> langue de correspondance du client de l'ecran des adresses
       01 WS-CLILANGUE-STATUS     PIC X(2).
       01 WS-TEXTES-STATUS        PIC X(2).
       01 WS-LNG-EOF              PIC X(3).
       01 WS-LNG-COURANTE         PIC X(2).
       01 WS-LNG-IN               PIC X(2).
       01 WS-LNG-CONNUE           PIC X(3).

      *> courrier revenu NPAI : marque posee sur l'adresse courante
      *> du client (table WS-ADR-TABLE de l'ecran des adresses),
      *> message au client, alerte a l'agence
       01 WS-NPAIALERTE-STATUS    PIC X(2).
       01 WS-NPA-IN-CLIENT        PIC 9(5).
       01 WS-NPA-IN-DATE          PIC X(10).
       01 WS-NPA-IN-DOCUMENT      PIC X(20).
       01 WS-NPA-AFF-ADRESSE      PIC X(80).
       01 WS-NPA-AFF-STATUT       PIC X(60).
       01 WS-NPA-COURANTE         PIC 9(4).
       01 WS-NPA-LEVEE            PIC X(3).
       01 WS-NPA-TODAY            PIC X(10).
       01 WS-NPA-AGENCE           PIC X(10).
       01 WS-NPA-SPOOL-NOM        PIC X(20) VALUE 'ALERTE NPAI'.
       01 WS-NPA-SPOOL-FICHIER    PIC X(20) VALUE 'NPAIALERTE.RPT'.

      *> prestataires tiers DSP2 : saisie d'un prestataire, registre
      *> DSP2PRESTA.DAT charge en table et reecrit en entier,
      *> prestataire affiche
       01 WS-DSP2PRESTA-STATUS    PIC X(2).
       01 WS-DPR-IN-CODE          PIC X(8).
       01 WS-DPR-IN-NOM           PIC X(30).
       01 WS-DPR-IN-AGREMENT      PIC X(20).
       01 WS-DPR-IN-PAYS          PIC X(2).
       01 WS-DPR-EOF              PIC X(3).
       01 WS-DPR-TABLE.
           05 WS-DPR-ENTRY OCCURS 200 TIMES.
              10 WS-DPT-CODE            PIC X(8).
              10 WS-DPT-NOM             PIC X(30).
              10 WS-DPT-AGREMENT        PIC X(20).
              10 WS-DPT-PAYS            PIC X(2).
              10 WS-DPT-DATE-AJOUT      PIC X(10).
              10 WS-DPT-STATUT          PIC X(10).
       01 WS-DPR-COUNT            PIC 9(3) VALUE 0.
       01 WS-DPR-IDX              PIC 9(3).
       01 WS-DPR-CURRENT          PIC 9(3) VALUE 0.
       01 WS-DPR-FOUND            PIC 9(3).
       01 WS-DPR-TODAY-ISO        PIC X(10).

      *> portefeuilles des conseillers : CONSEILLERS.DAT charge en
      *> table (historique complet) et reecrit en entier
       01 WS-CONSEILLERS-STATUS   PIC X(2).
       01 WS-CSL-IN-IDCLIENT      PIC 9(5).
       01 WS-CSL-IN-CONSEILLER    PIC X(8).
       01 WS-CSL-IN-ANCIEN        PIC X(8).
       01 WS-CSL-EOF              PIC X(3).
       01 WS-CSL-TABLE.
           05 WS-CSL-ENTRY OCCURS 3000 TIMES.
              10 WS-CST-IDCLIENT        PIC 9(5).
              10 WS-CST-CONSEILLER      PIC X(8).
              10 WS-CST-DATE-DEBUT      PIC X(10).
              10 WS-CST-DATE-FIN        PIC X(10).
              10 WS-CST-MOTIF           PIC X(20).
              10 WS-CST-OPERATEUR       PIC X(8).
       01 WS-CSL-COUNT            PIC 9(4) VALUE 0.
       01 WS-CSL-IDX              PIC 9(4).
       01 WS-CSL-TRONQUE          PIC X(3) VALUE 'NON'.
       01 WS-CSL-TODAY-ISO        PIC X(10).
       01 WS-CSL-NB-REAFFECTES    PIC 9(4).
       01 WS-CSL-FIN-TABLE        PIC 9(4).
       01 WS-CSL-CONS-VALIDE      PIC X(3).
       01 WS-CSL-AFF-CONSEILLER   PIC X(8).
       01 WS-CSL-AFF-NOM          PIC X(30).
       01 WS-CSL-AFF-DEPUIS       PIC X(10).
       01 WS-CSL-AFF-CLIENTS      PIC ZZZ9.
       01 WS-CSL-AFF-TACHES       PIC ZZZ9.
       01 WS-CSL-NB-CLIENTS       PIC 9(4).
       01 WS-CSL-NB-TACHES        PIC 9(4).

      *> corbeille d'un conseiller : taches OUVERTES de
      *> TACHESCONS.DAT chargees en table, tache affichee ; les mises
      *> a jour recopient le fichier ligne a ligne par TACHESCONS.TMP
       01 WS-TACHESCONS-STATUS    PIC X(2).
       01 WS-TCH-IN-CONSEILLER    PIC X(8).
       01 WS-TCH-EOF              PIC X(3).
       01 WS-TCH-TABLE.
           05 WS-TCH-ENTRY OCCURS 2000 TIMES.
              10 WS-TCT-NUMERO          PIC 9(7).
              10 WS-TCT-CONSEILLER      PIC X(8).
              10 WS-TCT-IDCLIENT        PIC 9(5).
              10 WS-TCT-ORIGINE         PIC X(8).
              10 WS-TCT-LIBELLE         PIC X(60).
              10 WS-TCT-DATE            PIC X(10).
              10 WS-TCT-STATUT          PIC X(8).
              10 WS-TCT-DATE-TRAIT      PIC X(10).
              10 WS-TCT-TRAITE-PAR      PIC X(8).
       01 WS-TCH-COUNT            PIC 9(4) VALUE 0.
       01 WS-TCH-IDX              PIC 9(4).
       01 WS-TCH-CURRENT          PIC 9(4) VALUE 0.
       01 WS-TCH-TRONQUE          PIC X(3) VALUE 'NON'.
       01 WS-TCH-DE               PIC X(8).
       01 WS-TCH-VERS             PIC X(8).
       01 WS-TCH-CLIENT-SEUL      PIC 9(5).
       01 WS-TCH-NB-TRANSF        PIC 9(4).
      *> recopie : T = tache WS-TCH-CIBLE traitee, R = taches
      *> reaffectees de WS-TCH-DE a WS-TCH-VERS
       01 WS-TCH-MODE             PIC X.
       01 WS-TCH-CIBLE            PIC 9(7).
       01 WS-TCH-NB-MAJ           PIC 9(4).
       01 WS-TCH-TROUVE           PIC 9(4).
       01 WS-TCH-NB-OUVERTES      PIC 9(4).
       01 WS-TCH-AFF-NUMERO       PIC 9(7).
       01 WS-TCH-AFF-IDCLIENT     PIC 9(5).
       01 WS-TCH-AFF-ORIGINE      PIC X(8).
       01 WS-TCH-AFF-DATE         PIC X(10).
       01 WS-TCH-AFF-STATUT       PIC X(8).
       01 WS-TCH-AFF-LIBELLE      PIC X(60).
       01 WS-TCH-AFF-OUVERTES     PIC ZZZ9.

      *> depot de la reclamation dans la corbeille du conseiller
       01 WS-TCH-ACTION           PIC X VALUE 'D'.
       01 WS-TCH-COMPTEID         PIC 9(5) VALUE 0.
       01 WS-TCH-ORIGINE          PIC X(8) VALUE 'RECLAM'.
       01 WS-TCH-LIBELLE          PIC X(60).
       01 WS-TCH-CONSEILLER       PIC X(8).

      *> remise de cheques au guichet : REMISECHQ.DAT charge en
      *> table et reecrit en entier, bordereau en cours de saisie
       01 WS-REMISECHQ-STATUS     PIC X(2).
       01 WS-REMCHQPARM-STATUS    PIC X(2).
       01 WS-RCQ-EOF              PIC X(3).
       01 WS-RCQ-TABLE.
           05 WS-RCQ-ENTRY OCCURS 3000 TIMES.
              10 WS-RCT-NUMERO          PIC 9(7).
              10 WS-RCT-BORDEREAU       PIC 9(7).
              10 WS-RCT-COMPTEID        PIC 9(5).
              10 WS-RCT-IDCLIENT        PIC 9(5).
              10 WS-RCT-NUMCHEQUE       PIC 9(7).
              10 WS-RCT-BANQUE-TIREE    PIC 9(5).
              10 WS-RCT-TIREUR          PIC X(30).
              10 WS-RCT-MONTANT         PIC 9(5)V99.
              10 WS-RCT-CANAL           PIC X(8).
              10 WS-RCT-OPERATEUR       PIC X(8).
              10 WS-RCT-DATE-REMISE     PIC X(10).
              10 WS-RCT-DATE-VALEUR     PIC X(10).
              10 WS-RCT-DATE-DISPO      PIC X(10).
              10 WS-RCT-STATUT          PIC X(10).
              10 WS-RCT-DATE-ENVOI      PIC X(10).
              10 WS-RCT-DATE-IMPAYE     PIC X(10).
              10 WS-RCT-MOTIF-IMPAYE    PIC X(25).
       01 WS-RCQ-COUNT            PIC 9(4) VALUE 0.
       01 WS-RCQ-IDX              PIC 9(4).
       01 WS-RCQ-CURRENT          PIC 9(4) VALUE 0.
       01 WS-RCQ-TRONQUE          PIC X(3) VALUE 'NON'.
       01 WS-RCQ-DERNIER          PIC 9(7).
       01 WS-RCQ-DERNIER-BORD     PIC 9(7).
       01 WS-RCQ-DELAI-DISPO      PIC 9(2) VALUE 2.
       01 WS-RCQ-TODAY-ISO        PIC X(10).
       01 WS-RCQ-IN-COMPTEID      PIC 9(5).
       01 WS-RCQ-IN-BORDEREAU     PIC 9(7).
       01 WS-RCQ-IN-NUMCHEQUE     PIC 9(7).
       01 WS-RCQ-IN-BANQUE        PIC 9(5).
       01 WS-RCQ-IN-TIREUR        PIC X(30).
       01 WS-RCQ-IN-MONTANT       PIC 9(5)V99.
       01 WS-RCQ-BORDEREAU        PIC 9(7) VALUE 0.
       01 WS-RCQ-IDCLIENT         PIC 9(5).
       01 WS-RCQ-NB-CREDITES      PIC 9(4).
       01 WS-RCQ-AFF-NB           PIC ZZZ9.
       01 WS-RCQ-AFF-TOTAL        PIC ZZZZZZ9.99.
       01 WS-RCQ-TOTAL            PIC 9(7)V99.
       01 WS-RCQ-AFF-VALEUR       PIC X(10).
       01 WS-RCQ-AFF-DISPO        PIC X(10).
       01 WS-RCQ-SOLDE            PIC 9(5)V99.
       01 WS-RCQ-MONTANT-OP       PIC 9(5)V99.
       01 WS-RCQ-NEWSOLDE         PIC 9(5)V99.
       01 WS-RCQ-COMPTEID-OP      PIC 9(5).
       01 WS-RCQ-LIBELLE          PIC X(12).
       01 WS-RCQ-SUCCESS          PIC X(3).
      *> cheque libelle en euros, compte dans sa devise : la
      *> conversion est faite par entreeargent
       01 WS-RCQ-DEVISE-OP        PIC X(3) VALUE 'EUR'.
       01 WS-RCQ-DEVISE-COMPTE    PIC X(3).
       01 WS-RCQ-NB-REFUSES       PIC 9(4).
       01 WS-RCQ-PREMIER-REFUS    PIC 9(7).
       01 WS-RCQ-CO-TYPEOP        PIC X(25) VALUE 'REMISE CHEQUE'.
       01 WS-RCQ-CO-HEURE         PIC X(6).
       01 WS-RCQ-JO-ACTION        PIC X VALUE 'A'.
       01 WS-RCQ-JO-DATE2         PIC X(10).
       01 WS-RCQ-JO-RESULT-DATE   PIC X(10).
       01 WS-RCQ-JO-RESULT-JOURS  PIC 9(5).

      *> qualite des donnees clients : QUALITE.DAT charge en table et
      *> reecrit en entier, parcouru agence par agence
       01 WS-QUALITE-STATUS       PIC X(2).
       01 WS-QLT-EOF              PIC X(3).
       01 WS-QLT-TABLE.
           05 WS-QLT-ENTRY OCCURS 3000 TIMES.
              10 WS-QLT-AGENCE          PIC X(10).
              10 WS-QLT-IDCLIENT        PIC 9(5).
              10 WS-QLT-NOM             PIC X(30).
              10 WS-QLT-SCORE           PIC 9(3).
              10 WS-QLT-NB-REGLES       PIC 9(2).
              10 WS-QLT-REGLES          PIC X(56).
              10 WS-QLT-DATE            PIC X(10).
              10 WS-QLT-STATUT          PIC X(10).
              10 WS-QLT-DATE-TRAIT      PIC X(10).
              10 WS-QLT-TRAITE-PAR      PIC X(8).
       01 WS-QLT-COUNT            PIC 9(4) VALUE 0.
       01 WS-QLT-IDX              PIC 9(4).
       01 WS-QLT-CURRENT          PIC 9(4) VALUE 0.
       01 WS-QLT-TROUVE           PIC 9(4).
       01 WS-QLT-CIBLE            PIC 9(5).
       01 WS-QLT-TRONQUE          PIC X(3) VALUE 'NON'.
       01 WS-QLT-NB-A-CORRIGER    PIC 9(4).
       01 WS-QLT-TODAY-ISO        PIC X(10).
       01 WS-QLT-IN-AGENCE        PIC X(10).
       01 WS-QLT-AFF-RESTANTS     PIC ZZZ9.
       01 WS-QLT-AFF-AGENCE       PIC X(10).
       01 WS-QLT-AFF-IDCLIENT     PIC 9(5).
       01 WS-QLT-AFF-NOM          PIC X(30).
       01 WS-QLT-AFF-SCORE        PIC ZZ9.
       01 WS-QLT-AFF-DATE         PIC X(10).
       01 WS-QLT-AFF-STATUT       PIC X(10).
       01 WS-QLT-AFF-REGLES       PIC X(56).

      *> BENEFICIAIRES.DAT loaded whole into this table pour la
      *> confirmation conseiller des ajouts en carence
       01 WS-BEN-TABLE.
           05 WS-BEN-ENTRY OCCURS 100 TIMES.
              10 WS-BEN-IDCLIENT        PIC 9(5).
              10 WS-BEN-NOM             PIC X(30).
              10 WS-BEN-IBAN            PIC X(34).
              10 WS-BEN-DATE-AJOUT      PIC X(10).
           05 WS-MD-ENTRY OCCURS 100 TIMES.
              10 WS-MD-REFERENCE        PIC X(16).
              10 WS-MD-CREANCIER-ID     PIC X(8).
              10 WS-MD-IDCLIENT         PIC 9(5).
              10 WS-MD-COMPTEID         PIC 9(5).
              10 WS-MD-DATE-SIGNATURE   PIC X(10).
              10 WS-MD-STATUT           PIC X(10).
       01 WS-MD-COUNT         PIC 9(3) VALUE 0.
       01 WS-MD-EOF           PIC X(3) VALUE "NON".
       01 WS-MD-IN-REFERENCE      PIC X(16).
       01 WS-MD-IN-CREANCIER      PIC X(8).
       01 WS-MD-IN-IDCLIENT       PIC 9(5).
       01 WS-MD-IN-COMPTEID       PIC 9(5).

      *> SAISIES.DAT loaded whole into this table (acces reserve au
      *> role SUPERVISEUR)
       01 WS-SA-TABLE.
           05 WS-SA-ENTRY OCCURS 100 TIMES.
              10 WS-SA-COMPTEID         PIC 9(5).
              10 WS-SA-TYPE             PIC X(15).
              10 WS-SA-MONTANT          PIC 9(5)V99.
              10 WS-SA-REFERENCE        PIC X(16).
       01 WS-SA-IDX           PIC 9(3) VALUE 0.
       01 WS-SA-CURRENT       PIC 9(3) VALUE 0.
       01 WS-SA-EOF           PIC X(3) VALUE "NON".
       01 WS-SA-IN-COMPTEID       PIC 9(5).
       01 WS-SA-IN-TYPE           PIC X(15).
       01 WS-SA-IN-MONTANT        PIC 9(5)V99.
       01 WS-SA-IN-REFERENCE      PIC X(16).
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 100 TIMES.
              10 WS-CT-ID            PIC 9(10).
              10 WS-CT-IDCLIENT      PIC 9(5).
              10 WS-CT-COMPTEID      PIC 9(5).
              10 WS-CT-IDOPERATION   PIC 9(3).
              10 WS-CT-MONTANT       PIC 9(8)V99.
              10 WS-CT-SENS          PIC X.
       01 WS-CT-MONTANT-OP    PIC 9(5)V99.
       01 WS-CT-NEWSOLDE      PIC 9(5)V99.
       01 WS-CT-SUCCESS       PIC X(3).
       01 WS-CT-COMPTEID-OP   PIC 9(5).
       01 WS-CT-TODAY-ISO     PIC X(10).
       01 WS-CT-REPRISE-OK    PIC X(3).
      *> recherche de la vente partenaire contestee et pose de
      *> l'impaye commercant
       01 WS-CBV-STATUS       PIC X(2).
       01 WS-CBI-STATUS       PIC X(2).
       01 WS-CBV-EOF          PIC X(3).
       01 WS-CBI-EOF          PIC X(3).
       01 WS-CBI-DEJA         PIC X(3).
       01 WS-CBI-POSE         PIC X(3).
       01 WS-CBI-REFERENCE    PIC X(16).
       01 WS-CBI-MAGASIN      PIC X(15).
       01 WS-CBI-DATE-VENTE   PIC X(10).

      *> CALBANC.DAT loaded whole into this table pour la tenue du
      *> calendrier des jours feries
           05 FILLER              PIC X(3) VALUE "','".
           05 DET-MONTANT         PIC X(8). 
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5). 
           05 FILLER              PIC X(2) VALUE ",".
           05 DET-DATEOP          PIC X(6).
           05 FILLER              PIC X(3) VALUE "');". 
            05 DET-uP-SOMME        PIC 9(5).99.
            05 FILLER              VALUE 
            ' WHERE COMPTEID = '.
            05 DET-UP-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ";".

      *> second generated UPDATE statement per operation: keeps
            05 FILLER              PIC X(3) VALUE "',".
            05 VA-DET-MONTANT      PIC X(8).
            05 FILLER              PIC X VALUE ','.
            05 VA-DET-COMPTEID     PIC 9(5).
            05 FILLER              PIC X VALUE ','.
            05 VA-DET-CLIENTID     PIC 9(5).
            05 FILLER              PIC X(2) VALUE ",'".
            05 VA-DET-DATEOP       PIC X(10).
            05 FILLER              PIC X(13) VALUE "','VALIDEE');".
       01 WS-KYC-EOF             PIC X(3).
       01 WS-KYC-TABLE.
           05 WS-KYC-ENTRY OCCURS 200 TIMES.
              10 WS-KYC-IDCLIENT     PIC 9(5).
              10 WS-KYC-CLASSE       PIC X(6).
              10 WS-KYC-DOCUMENTS    PIC X(30).
              10 WS-KYC-DATE-REVUE   PIC X(10).
      *> restriction
       01 WS-KRS-TABLE.
           05 WS-KRS-ENTRY OCCURS 200 TIMES.
              10 WS-KRS-COMPTEID     PIC 9(5).
              10 WS-KRS-IDCLIENT     PIC 9(5).
              10 WS-KRS-DATE-POSE    PIC X(10).
       01 WS-KRS-COUNT           PIC 9(3) VALUE 0.
       01 WS-KRS-IDX             PIC 9(3).
       01 WS-GC-EOF              PIC X(3).
       01 WS-GC-TABLE.
           05 WS-GC-ENTRY OCCURS 100 TIMES.
              10 WS-GC-COMPTEID      PIC 9(5).
              10 WS-GC-NOM           PIC X(30).
              10 WS-GC-IBAN          PIC X(34).
              10 WS-GC-MONTANT       PIC 9(5)V99.
       01 WS-SEPASUSP-STATUS     PIC X(2).
       01 WS-SSP-EOF             PIC X(3).
       01 WS-SSP-RELANCES        PIC 9(3).
       01 WS-INTLVIR-STATUS      PIC X(2).
       01 WS-IVR-EOF             PIC X(3).
       01 WS-IVR-RELANCES        PIC 9(3).

      *> reecriture filtree de GELADMIN.DAT a la levee d'un gel
       01 WS-GAD-TABLE.
           05 WS-GAD-ENTRY OCCURS 100 TIMES.
              10 WS-GAD-COMPTEID     PIC 9(5).
              10 WS-GAD-DATE-POSE    PIC X(10).
              10 WS-GAD-MOTIF        PIC X(30).
              10 WS-GAD-STATUT       PIC X(10).
       01 WS-RF-TABLE.
           05 WS-RF-ENTRY OCCURS 100 TIMES.
              10 WS-RF-NUMCARTE      PIC X(16).
              10 WS-RF-COMPTEID      PIC 9(5).
              10 WS-RF-MAGASIN       PIC X(15).
              10 WS-RF-DATE          PIC X(10).
              10 WS-RF-HEURE         PIC X(6).
      *> deblocage superviseur d'une carte bloquee par trois codes
      *> PIN errones : remise a zero du compteur via cartespinop et
      *> retour de la carte a ACTIVE via cartesop
       01 WS-PIN-COMPTEID        PIC 9(5).
       01 WS-PIN-NUMCARTE        PIC X(16).
       01 WS-PIN-ACTION          PIC X.
       01 WS-PIN-VIDE            PIC X(4).
       01 WS-CAI-IDX             PIC 9(3).
       01 WS-CAI-DATE-JOUR       PIC X(10).

      *> stock de devises du tiroir : comptage saisi a l'ouverture
      *> et a la fermeture, quatre devises au plus par tiroir
       01 WS-CAISSEDEV-STATUS    PIC X(2).
       01 WS-CDV-SAISIE.
           05 WS-CDV-ENTRY OCCURS 4 TIMES.
              10 WS-CDV-DEVISE       PIC X(3).
              10 WS-CDV-MONTANT      PIC 9(7)V99.
       01 WS-CDV-IDX             PIC 9.

      *> operation de change manuel : saisie, cotation, controles
       01 WS-CHANGEOPS-STATUS    PIC X(2).
       01 WS-CHANGEPARM-STATUS   PIC X(2).
       01 WS-CHG-SENS            PIC X.
       01 WS-CHG-DEVISE          PIC X(3).
       01 WS-CHG-MONTANT-DEV     PIC 9(7)V99.
       01 WS-CHG-COMPTEID        PIC 9(5).
       01 WS-CHG-IDCLIENT        PIC 9(5).
       01 WS-CHG-NOM             PIC X(30).
       01 WS-CHG-PIECE           PIC X(10).
       01 WS-CHG-NUMERO          PIC X(20).
      *> marges en pour cent et seuil d'identification en EUR,
      *> 2.00 / 2.00 / 1000.00 si CHANGEPARM.DAT est absent
       01 WS-CHG-MARGE-ACHAT     PIC 9V99.
       01 WS-CHG-MARGE-VENTE     PIC 9V99.
       01 WS-CHG-SEUIL-IDENT     PIC 9(5)V99.
       01 WS-CHG-TAUX-TROUVE     PIC X(3).
       01 WS-CHG-TAUX-DATE       PIC X(10).
       01 WS-CHG-TAUX-JOUR       PIC 9(3)V9(6).
       01 WS-CHG-TAUX-APPLIQUE   PIC 9(3)V9(6).
       01 WS-CHG-CONTREVALEUR    PIC 9(9)V99.
       01 WS-CHG-VALEUR-JOUR     PIC 9(9)V99.
       01 WS-CHG-MONTANT-EUR     PIC 9(5)V99.
       01 WS-CHG-MARGE-EUR       PIC 9(5)V99.
       01 WS-CHG-COTE            PIC X(3).
       01 WS-CHG-ROLE            PIC X(20).
       01 WS-CHG-TIT             PIC X(3).
       01 WS-CHG-STOCK           PIC S9(7)V99.
       01 WS-CHG-TAUX-AFF        PIC 9(3)V9(6).
       01 WS-CHG-EUR-AFF         PIC 9(5)V99.

      *> coffre d'agence : les stocks de COFFRE.DAT charges en
      *> table (une ligne par agence), le mouvement saisi et son
      *> valideur, second operateur ACTIF distinct du saisissant
       01 WS-COFFRE-STATUS       PIC X(2).
       01 WS-COFFREMVT-STATUS    PIC X(2).
       01 WS-CMDFONDS-STATUS     PIC X(2).
       01 WS-PREAVISRET-STATUS   PIC X(2).
       01 WS-CFR-TABLE.
           05 WS-CFR-ENTRY OCCURS 20 TIMES.
              10 WS-CFS-AGENCE       PIC 9(5).
              10 WS-CFS-NB-50        PIC 9(6).
              10 WS-CFS-NB-20        PIC 9(6).
              10 WS-CFS-NB-10        PIC 9(6).
              10 WS-CFS-NB-5         PIC 9(6).
              10 WS-CFS-PIECES       PIC 9(7)V99.
              10 WS-CFS-DATE-MAJ     PIC X(10).
       01 WS-CFR-COUNT           PIC 9(3) VALUE 0.
       01 WS-CFR-IDX             PIC 9(3).
       01 WS-CFR-CUR             PIC 9(3).
       01 WS-CFR-AGENCE-COUR     PIC 9(5).
       01 WS-CFR-STOCK-TOTAL     PIC 9(9)V99.
       01 WS-CFR-STOCK-AFF       PIC ZZZZZZZZ9.99.
       01 WS-CFR-TYPE            PIC X.
       01 WS-CFR-NB-50           PIC 9(6).
       01 WS-CFR-NB-20           PIC 9(6).
       01 WS-CFR-NB-10           PIC 9(6).
       01 WS-CFR-NB-5            PIC 9(6).
       01 WS-CFR-PIECES          PIC 9(7)V99.
       01 WS-CFR-TOTAL           PIC 9(9)V99.
       01 WS-CFR-REFCMDE         PIC 9(10).
       01 WS-CFR-VALIDEUR        PIC X(8).
       01 WS-CFR-VALID-TROUVE    PIC X(3).
       01 WS-CFR-CMDE-TROUVEE    PIC X(3).
       01 WS-CFR-EOF             PIC X(3).
       01 WS-CFR-ECART           PIC S9(9)V99.
       01 WS-CFR-ECART-AFF       PIC -ZZZZZZZZ9.99.

      *> preavis de gros retrait : 48 heures au moins avant la date
      *> annoncee
       01 WS-PVR-COMPTEID        PIC 9(5).
       01 WS-PVR-IDCLIENT        PIC 9(5).
       01 WS-PVR-MONTANT         PIC 9(7)V99.
       01 WS-PVR-DATE-RETRAIT    PIC X(10).
       01 WS-PVR-DATE-LIMITE     PIC X(10).
       01 WS-PVR-ROLE            PIC X(20).
       01 WS-PVR-TIT             PIC X(3).
       01 WS-PVR-JOUR-X          PIC X(8).
       01 WS-PVR-JOUR-NUM REDEFINES WS-PVR-JOUR-X PIC 9(8).
       01 WS-PVR-RETRAIT-X       PIC X(8).
       01 WS-PVR-RETRAIT-NUM REDEFINES WS-PVR-RETRAIT-X PIC 9(8).

      *> ouverture du premier compte a la confirmation d'un client :
      *> prochain COMPTEID attribue en balayant COMPTES.DAT, IBAN
      *> compose par ibangen (codes AGENCEPARM.DAT) et reverifie par
       01 WS-AGENCEPARM-STATUS   PIC X(2).
       01 WS-OC-CODE-BANQUE      PIC 9(5) VALUE 30077.
       01 WS-OC-CODE-GUICHET     PIC 9(5) VALUE 00001.
       01 WS-OC-COMPTEID         PIC 9(5).
       01 WS-OC-NUMCOMPTE        PIC 9(11).
       01 WS-OC-IBAN             PIC X(34).
       01 WS-OC-IBAN-VALIDE      PIC X(3).
       01 WS-OC-CLIENTID         PIC 9(5).
       01 WS-OC-TAB-IDX          PIC 9(2).
       01 WS-OC-EOF              PIC X(3).
      *> ouverture deposee dans la file des declarations FICOBA
       01 WS-OC-FICOBA-NATURE    PIC X(10) VALUE 'OUVERTURE'.

      *> revue quatre-yeux des changements de referentiel : table du
      *> fichier des changements en attente, payload a plat relu
           05 RFP-CB-DATE           PIC X(10).
           05 RFP-CB-LIBELLE        PIC X(30).
           05 FILLER                PIC X(20).
       01 WS-RFP-PAYLOAD-TF REDEFINES WS-RFP-PAYLOAD.
           05 RFP-TF-TYPEOP         PIC X(25).
           05 RFP-TF-MONTANT        PIC 9(3)V99.
           05 RFP-TF-DATE-EFFET     PIC X(10).
           05 FILLER                PIC X(20).

      *> politique de mots de passe (module pswdpolicy) : compteur
      *> d'echecs a l'ouverture de session et deverrouillage
      *> recherche multi-criteres dans les operations d'un client
      *> (V-LN-FNC-SEARCH-OP de modactivity2) : criteres saisis et
      *> lignes d'affichage des resultats
       01 WS-SRO-IDCLIENT        PIC 9(5).
       01 WS-SRO-LIBELLE         PIC X(20).
       01 WS-SRO-MONTANT-MIN     PIC 9(8)V99.
       01 WS-SRO-MONTANT-MAX     PIC 9(8)V99.
              10 WS-TDB-MAP-ETAPE    PIC X(12).
              10 WS-TDB-MAP-FICHIER  PIC X(20).
       01 WS-TDB-MAP-IDX         PIC 9.
      *> alertes d'exploitation : registre charge en entier (reecrit
      *> a l'acquittement) ; F3 fait defiler celles de la veille et
      *> du jour et toutes celles pas encore acquittees, F4 acquitte
      *> l'alerte affichee
       01 WS-TAO-STATUS          PIC X(2).
       01 WS-TAO-TABLE.
           05 WS-TAO-ENTRY OCCURS 500 TIMES.
              10 WS-TAO-NUMERO       PIC 9(5).
              10 WS-TAO-DATE         PIC X(10).
              10 WS-TAO-HEURE        PIC X(6).
              10 WS-TAO-SOURCE       PIC X(20).
              10 WS-TAO-ETAPE        PIC X(12).
              10 WS-TAO-MOTIF        PIC X(60).
              10 WS-TAO-NIVEAU       PIC 9(1).
              10 WS-TAO-OPERATEUR    PIC X(8).
              10 WS-TAO-STATUT       PIC X(10).
              10 WS-TAO-DATE-REL     PIC X(10).
              10 WS-TAO-HEURE-REL    PIC X(6).
              10 WS-TAO-ACQ-PAR      PIC X(8).
              10 WS-TAO-ACQ-DATE     PIC X(10).
              10 WS-TAO-ACQ-HEURE    PIC X(6).
       01 WS-TAO-COUNT           PIC 9(3) VALUE 0.
       01 WS-TAO-IDX             PIC 9(3).
       01 WS-TAO-CURRENT         PIC 9(3) VALUE 0.
       01 WS-TAO-TRONQUE         PIC X(3).
       01 WS-TAO-TROUVE          PIC X(3).
       01 WS-TAO-RAW             PIC X(8).
       01 WS-TAO-JOUR-NUM        PIC 9(8).
       01 WS-TAO-VEILLE-NUM      PIC 9(8).
       01 WS-TAO-VEILLE          PIC X(10).
       01 WS-TAO-AFF             PIC X(79).
       01 WS-TDB-NB-ALERTES      PIC 9(5).

      *> consultation du journal d'audit : criteres saisis, lignes
      *> retenues chargees en table et servies par page de dix
       01 WS-AUQ-DATE-DEBUT      PIC X(10).
       01 WS-AUQ-DATE-FIN        PIC X(10).
       01 WS-AUQ-OPERATEUR       PIC X(8).
       01 WS-AUQ-IDCLIENT        PIC X(5).
       01 WS-AUQ-FNC             PIC X(2).
       01 WS-AUQ-TABLE.
           05 WS-AUQ-ENTRY OCCURS 200 TIMES.
       01 WS-PXG-EOF             PIC X(3).
       01 WS-PXG-TABLE.
           05 WS-PXG-ENTRY OCCURS 100 TIMES.
              10 WS-PXG-COMPTEID     PIC 9(5).
              10 WS-PXG-MANDANT      PIC 9(5).
              10 WS-PXG-MANDATAIRE   PIC 9(5).
              10 WS-PXG-PORTEE       PIC X(12).
              10 WS-PXG-PLAFOND      PIC 9(5)V99.
              10 WS-PXG-DEBUT        PIC X(10).
       01 WS-PXG-COUNT           PIC 9(3) VALUE 0.
       01 WS-PXG-IDX             PIC 9(3).
       01 WS-PXG-CURRENT         PIC 9(3) VALUE 1.
       01 WS-PXG-IN-COMPTE       PIC 9(5).
       01 WS-PXG-IN-MANDANT      PIC 9(5).
       01 WS-PXG-IN-MANDATAIRE   PIC 9(5).
       01 WS-PXG-IN-PORTEE       PIC X(12).
       01 WS-PXG-IN-PLAFOND      PIC 9(5)V99.
       01 WS-PXG-IN-DEBUT        PIC X(10).
       01 WS-SUC-EOF             PIC X(3).
       01 WS-SUC-TABLE.
           05 WS-SUC-ENTRY OCCURS 50 TIMES.
              10 WS-SUC-IDCLIENT     PIC 9(5).
              10 WS-SUC-DATE-DECES   PIC X(10).
              10 WS-SUC-UTILISE      PIC 9(5)V99.
              10 WS-SUC-STATUT       PIC X(10).
       01 WS-SUC-COUNT           PIC 9(2) VALUE 0.
       01 WS-SUC-IDX             PIC 9(2).
       01 WS-SUC-FOUND           PIC 9(2).
       01 WS-SUC-IN-CLIENT       PIC 9(5).
       01 WS-SUC-IN-COMPTE       PIC 9(5).
       01 WS-SUC-IN-MONTANT      PIC 9(5)V99.
       01 WS-SUC-IN-HERITIER     PIC 9(5).
       01 WS-SUC-PLAFOND         PIC 9(5)V99 VALUE 5000.00.
       01 WS-SUC-DATE-JOUR       PIC X(10).
       01 WS-SUC-NUMCARTE-OP     PIC X(16).
      *> zones standordop de la suspension des ordres
       01 WS-SUC-SO-ACTION       PIC X.
       01 WS-SUC-SO-ORDREID      PIC 9(3).
       01 WS-SUC-SO-VIDE3        PIC 9(5).
       01 WS-SUC-SO-MONTANT      PIC 9(5)V99.
       01 WS-SUC-SO-JOUR         PIC 99.
       01 WS-SUC-SO-IBAN         PIC X(34).
       01 WS-ODP-TABLE.
           05 WS-ODP-ENTRY OCCURS 100 TIMES.
              10 WS-ODP-ID           PIC 9(5).
              10 WS-ODP-DEBIT        PIC 9(5).
              10 WS-ODP-CREDIT       PIC 9(5).
              10 WS-ODP-MONTANT      PIC 9(5)V99.
              10 WS-ODP-MOTIF        PIC X(3).
              10 WS-ODP-TEXTE        PIC X(30).
       01 WS-ODP-IDX             PIC 9(3).
       01 WS-ODP-CURRENT         PIC 9(3) VALUE 1.
       01 WS-ODP-MAX-ID          PIC 9(5).
       01 WS-ODP-IN-DEBIT        PIC 9(5).
       01 WS-ODP-IN-CREDIT       PIC 9(5).
       01 WS-ODP-IN-MONTANT      PIC 9(5)V99.
       01 WS-ODP-IN-MOTIF        PIC X(3).
       01 WS-ODP-IN-TEXTE        PIC X(30).
           05 WS-SPV-AFF OCCURS 10 TIMES PIC X(75).
       01 WS-SPV-AFF-IDX         PIC 9(2).


      *> PRETDEM.DAT loaded whole into this table pour la file de
      *> revue credit (meme gabarit que WS-RCL-TABLE) ; la decision
      *> reecrit le registre entier, rien n'en est jamais retire
       01 WS-PDM-TABLE.
           05 WS-PDM-ENTRY OCCURS 100 TIMES.
              10 WS-PDM-DEMID          PIC 9(10).
              10 WS-PDM-IDCLIENT       PIC 9(5).
              10 WS-PDM-COMPTEID       PIC 9(5).
              10 WS-PDM-MONTANT        PIC 9(7)V99.
              10 WS-PDM-DUREE-MOIS     PIC 9(3).
              10 WS-PDM-OBJET          PIC X(20).
              10 WS-PDM-DATE-DEMANDE   PIC X(10).
              10 WS-PDM-STATUT         PIC X(10).
              10 WS-PDM-TAUX-ANNUEL    PIC 9(2)V99.
              10 WS-PDM-REVENU-MENSUEL PIC 9(7)V99.
              10 WS-PDM-CHARGES-MENS   PIC 9(7)V99.
              10 WS-PDM-TAUX-ENDETT    PIC 9(3)V99.
              10 WS-PDM-MOTIF          PIC X(30).
              10 WS-PDM-ANALYSTE       PIC X(8).
              10 WS-PDM-DATE-DECISION  PIC X(10).
              10 WS-PDM-PRETID         PIC 9(5).
       01 WS-PDM-COUNT            PIC 9(3) VALUE 0.
       01 WS-PDM-ATTENTE-COUNT    PIC 9(3) VALUE 0.
       01 WS-PDM-CURRENT          PIC 9(3) VALUE 0.
       01 WS-PDM-GARDE            PIC 9(3).
       01 WS-PDM-EOF              PIC X(3).
       01 WS-PRETDEM-STATUS       PIC X(2).
       01 WS-PRETS-STATUS         PIC X(2).
       01 WS-PRETPLAN-STATUS      PIC X(2).
       01 WS-OPJOURNAL-STATUS     PIC X(2).
       01 WS-OPJINDEX-IXST        PIC X(2).
      *> saisie de l'analyste : taux accorde et motif de la decision
       01 WS-PDM-IN-TAUX          PIC 9(2)V99.
       01 WS-PDM-IN-MOTIF         PIC X(30).
      *> taux d'endettement : revenus recurrents des trois derniers
      *> mois ramenes au mois, echeances en cours des prets du
      *> client et mensualite projetee du pret demande
       01 WS-PDM-SEUIL-ENDETT     PIC 9(3)V99 VALUE 35.00.
       01 WS-PDM-FENETRE-JOURS    PIC 9(3) VALUE 90.
       01 WS-PDM-TODAY-ISO        PIC X(10).
       01 WS-PDM-TODAY-NUM        PIC 9(8).
       01 WS-PDM-DATE-NUM         PIC 9(8).
       01 WS-PDM-JOUR-LIMITE      PIC S9(8).
       01 WS-PDM-JOUR-OP          PIC S9(8).
       01 WS-PDM-CUMUL-REVENUS    PIC 9(9)V99.
       01 WS-PDM-CHARGES-W        PIC 9(7)V99.
       01 WS-PDM-MENS-PROJETEE    PIC 9(7)V99.
       01 WS-PDM-TAUX-MENSUEL     PIC 9V9(8).
       01 WS-PDM-FACTEUR          PIC 9(7)V9(8).
       01 WS-PDM-RATIO-W          PIC 9(5)V99.
       01 WS-PDM-EOF-W            PIC X(3).
      *> prets du client en cours (ACTIF ou NOUVEAU) et drapeau de
      *> la premiere echeance restant due deja comptee
       01 WS-PDM-PRETS-CLIENT.
           05 WS-PDM-PC-ENTRY OCCURS 20 TIMES.
              10 WS-PDM-PC-PRETID      PIC 9(5).
              10 WS-PDM-PC-COMPTEE     PIC X(3).
       01 WS-PDM-PC-COUNT         PIC 9(2) VALUE 0.
       01 WS-PDM-PC-IDX           PIC 9(2).
      *> mensualite constante (meme formule que pretplanbatch)
       01 WS-PDM-CALC-CAPITAL     PIC 9(7)V99.
       01 WS-PDM-CALC-TAUX        PIC 9(2)V99.
       01 WS-PDM-CALC-DUREE       PIC 9(3).
       01 WS-PDM-CALC-MENS        PIC 9(7)V99.
      *> accord : identifiant de pret suivant et deblocage opcredit
       01 WS-PDM-NEXT-PRETID      PIC 9(5).
       01 WS-PDM-SOLDE            PIC 9(5)V99.
       01 WS-PDM-MONTANT-OP       PIC 9(5)V99.
       01 WS-PDM-NEWSOLDE         PIC 9(5)V99.
       01 WS-PDM-SUCCESS          PIC X(3).
       01 WS-PDM-COMPTEID-OP      PIC 9(5).
      *> remboursement anticipe de pret : pret saisi, situation a
      *> date (capital restant du = parts de capital des echeances
      *> non encore prelevees), indemnite plafonnee et nouveau
      *> tableau (duree reduite ou mensualite reduite au choix du
      *> client)
       01 WS-RBA-IN-PRETID        PIC 9(5).
       01 WS-RBA-IN-MONTANT       PIC 9(5)V99.
       01 WS-RBA-IN-OPTION        PIC X(1).
       01 WS-RBA-PRET-IDX         PIC 9(3).
       01 WS-RBA-IDCLIENT         PIC 9(5).
       01 WS-RBA-COMPTEID         PIC 9(5).
       01 WS-RBA-TAUX             PIC 9(2)V99.
       01 WS-RBA-STATUT           PIC X(10).
       01 WS-RBA-CAPITAL-DU       PIC 9(7)V99.
       01 WS-RBA-NB-RESTANT       PIC 9(3).
       01 WS-RBA-NB-RETARD        PIC 9(3).
       01 WS-RBA-MENS-ACTUELLE    PIC 9(7)V99.
       01 WS-RBA-PREM-NUM         PIC 9(3).
       01 WS-RBA-PREM-DATE        PIC X(10).
       01 WS-RBA-REMBOURSE        PIC 9(7)V99.
       01 WS-RBA-TOTAL            PIC X(3).
       01 WS-RBA-SIMULE           PIC X(3) VALUE 'NON'.
      *> indemnite legale : six mois d'interets sur le capital
      *> rembourse au taux du pret, dans la limite de 3 pour cent
      *> du capital restant du avant remboursement
       01 WS-RBA-IRA-6MOIS        PIC 9(7)V99.
       01 WS-RBA-IRA-PLAFOND      PIC 9(7)V99.
       01 WS-RBA-IRA              PIC 9(7)V99.
       01 WS-RBA-PCT-PLAFOND      PIC 9V99 VALUE 3.00.
       01 WS-RBA-TOTAL-DEBIT      PIC 9(7)V99.
      *> nouveau tableau : capital, mensualite et nombre d'echeances
       01 WS-RBA-NOUV-CAPITAL     PIC 9(7)V99.
       01 WS-RBA-NOUV-MENS        PIC 9(7)V99.
       01 WS-RBA-NOUV-DUREE       PIC 9(3).
       01 WS-RBA-ECRIRE           PIC X(3).
       01 WS-RBA-ECH              PIC 9(3).
       01 WS-RBA-RESTANT-W        PIC 9(7)V99.
       01 WS-RBA-INTERETS-W       PIC 9(7)V99.
       01 WS-RBA-CAPITAL-W        PIC 9(7)V99.
       01 WS-RBA-ANNEE            PIC 9(4).
       01 WS-RBA-MOIS             PIC 9(2).
       01 WS-RBA-MOIS-W           PIC 9(5).
       01 WS-RBA-DATE-ECH         PIC X(10).
      *> PRETS.DAT et PRETPLAN.DAT charges en table et reecrits en
      *> entier (meme idiome que pretprelevbatch)
       01 WS-RBA-PRETS-TABLE.
           05 WS-RBA-PR-ENTRY OCCURS 100 TIMES.
              10 WS-RBA-PR-PRETID        PIC 9(5).
              10 WS-RBA-PR-IDCLIENT      PIC 9(5).
              10 WS-RBA-PR-COMPTEID      PIC 9(5).
              10 WS-RBA-PR-CAPITAL       PIC 9(7)V99.
              10 WS-RBA-PR-TAUX-ANNUEL   PIC 9(2)V99.
              10 WS-RBA-PR-DUREE-MOIS    PIC 9(3).
              10 WS-RBA-PR-DATE-DEBUT    PIC X(10).
              10 WS-RBA-PR-STATUT        PIC X(10).
       01 WS-RBA-PRETS-COUNT      PIC 9(3) VALUE 0.
       01 WS-RBA-PLAN-TABLE.
           05 WS-RBA-PP-ENTRY OCCURS 600 TIMES.
              10 WS-RBA-PP-PRETID        PIC 9(5).
              10 WS-RBA-PP-NUM-ECHEANCE  PIC 9(3).
              10 WS-RBA-PP-DATE-EXIG     PIC X(10).
              10 WS-RBA-PP-PART-CAPITAL  PIC 9(7)V99.
              10 WS-RBA-PP-PART-INTERETS PIC 9(7)V99.
              10 WS-RBA-PP-CAPITAL-RESTANT PIC 9(7)V99.
              10 WS-RBA-PP-STATUT        PIC X(10).
       01 WS-RBA-PLAN-COUNT       PIC 9(4) VALUE 0.
       01 WS-RBA-IDX              PIC 9(4).
      *> debit du client (opdebit) puis frais au journal
      *> (commisionfrais)
       01 WS-RBA-SOLDE            PIC 9(5)V99.
       01 WS-RBA-MONTANT-OP       PIC 9(5)V99.
       01 WS-RBA-NEWSOLDE         PIC 9(5)V99.
       01 WS-RBA-SUCCESS          PIC X(3).
       01 WS-RBA-TODAY-ISO        PIC X(10).
       01 WS-RBA-FEE-MONTANT      PIC 9(5).99.
       01 WS-RBA-FEE-SOMME        PIC X(10).
       01 WS-RBA-FEE-EDIT         PIC 9(5).99.
       01 WS-RBA-FEE-TYPEOP       PIC X(25).
       01 WS-RBA-FEE-FRAGFINANC   PIC X(3).
       01 WS-RBA-FEE-PLAFOND      PIC 9 VALUE 8.
       01 WS-RBA-FEE-LIBELLE      PIC X(30).
      *> ouverture / cloture d'un credit renouvelable : saisie de
      *> l'operateur, ligne trouvee pour le client, table CREDREV.DAT
      *> chargee et reecrite en entier
       01 WS-CRO-IN-CLIENT        PIC 9(5).
       01 WS-CRO-IN-COMPTE        PIC 9(5).
       01 WS-CRO-IN-PLAFOND       PIC 9(7)V99.
       01 WS-CRO-IN-TAUX          PIC 9(2)V99.
       01 WS-CRO-IN-MODE          PIC X(1).
       01 WS-CRO-IN-MENS-FIXE     PIC 9(5)V99.
       01 WS-CRO-IN-PCT           PIC 9(2)V99.
       01 WS-CRO-LIGNEID          PIC 9(5).
       01 WS-CRO-UTILISE          PIC 9(7)V99.
       01 WS-CRO-DISPONIBLE       PIC 9(7)V99.
       01 WS-CRO-STATUT           PIC X(10).
       01 WS-CRO-LIGNE-IDX        PIC 9(3).
       01 WS-CRO-MAX-ID           PIC 9(5).
       01 WS-CRO-TIT-ROLE         PIC X(20).
       01 WS-CRO-TIT-SUCCESS      PIC X(3).
       01 WS-CRO-TODAY-ISO        PIC X(10).
       01 WS-CREDREV-STATUS       PIC X(2).
       01 WS-CRO-EOF              PIC X(3).
       01 WS-CRO-TABLE.
           05 WS-CRO-ENTRY OCCURS 200 TIMES.
              10 WS-CRO-T-LIGNEID        PIC 9(5).
              10 WS-CRO-T-IDCLIENT       PIC 9(5).
              10 WS-CRO-T-COMPTEID       PIC 9(5).
              10 WS-CRO-T-PLAFOND        PIC 9(7)V99.
              10 WS-CRO-T-UTILISE        PIC 9(7)V99.
              10 WS-CRO-T-TAUX-ANNUEL    PIC 9(2)V99.
              10 WS-CRO-T-MODE-REMB      PIC X(1).
              10 WS-CRO-T-MENS-FIXE      PIC 9(5)V99.
              10 WS-CRO-T-PCT-REMB       PIC 9(2)V99.
              10 WS-CRO-T-DATE-OUVERTURE PIC X(10).
              10 WS-CRO-T-DERNIER-ARRETE PIC X(10).
              10 WS-CRO-T-INTERETS-MOIS  PIC 9(5)V99.
              10 WS-CRO-T-REMB-MOIS      PIC 9(5)V99.
              10 WS-CRO-T-IMPAYES        PIC 9(2).
              10 WS-CRO-T-STATUT         PIC X(10).
       01 WS-CRO-COUNT            PIC 9(3) VALUE 0.
       01 WS-CRO-IDX              PIC 9(3).
      *> registre des nantissements : saisie (pret, type, compte ou
      *> depot, montant), table chargee et reecrite en entier,
      *> nantissement affiche
       01 WS-NTG-IN-PRETID        PIC 9(5).
       01 WS-NTG-IN-TYPE          PIC X(1).
       01 WS-NTG-IN-COMPTE        PIC 9(5).
       01 WS-NTG-IN-DEPOTID       PIC 9(10).
       01 WS-NTG-IN-MONTANT       PIC 9(7)V99.
       01 WS-NANTIS-STATUS        PIC X(2).
       01 WS-DEPATERME-STATUS     PIC X(2).
       01 WS-NTG-EOF              PIC X(3).
       01 WS-NTG-TABLE.
           05 WS-NTG-ENTRY OCCURS 200 TIMES.
              10 WS-NTG-NANTID          PIC 9(5).
              10 WS-NTG-PRETID          PIC 9(5).
              10 WS-NTG-TYPE            PIC X(1).
              10 WS-NTG-COMPTEID        PIC 9(5).
              10 WS-NTG-DEPOTID         PIC 9(10).
              10 WS-NTG-MONTANT         PIC 9(7)V99.
              10 WS-NTG-DATE-POSE       PIC X(10).
              10 WS-NTG-DATE-FIN        PIC X(10).
              10 WS-NTG-MONTANT-APPELE  PIC 9(7)V99.
              10 WS-NTG-STATUT          PIC X(10).
       01 WS-NTG-COUNT            PIC 9(3) VALUE 0.
       01 WS-NTG-IDX              PIC 9(3).
       01 WS-NTG-CURRENT          PIC 9(3) VALUE 0.
       01 WS-NTG-MAX-ID           PIC 9(5).
       01 WS-NTG-PRETID-LEVEE     PIC 9(5).
       01 WS-NTG-LEVEES           PIC 9(3).
       01 WS-NTG-DT-TROUVE        PIC X(3).
       01 WS-NTG-DT-COMPTEID      PIC 9(5).
       01 WS-NTG-DT-MONTANT       PIC S9(9)V99.
       01 WS-NTG-TIT-ROLE         PIC X(20).
       01 WS-NTG-TIT-SUCCESS      PIC X(3).
       01 WS-NTG-TODAY-ISO        PIC X(10).
      *> registre des cautions bancaires : saisie de l'emission
      *> (client, compte, beneficiaire, montant, echeance, garantie,
      *> commission) ou du montant appele, table chargee et reecrite
      *> en entier, caution affichee ; la demande en attente
      *> (EMISSION, MAINLEVEE, APPEL) et son saisissant sont portes
      *> par la caution elle-meme
       01 WS-CAU-IN-CLIENT        PIC 9(5).
       01 WS-CAU-IN-COMPTE        PIC 9(5).
       01 WS-CAU-IN-BENEF         PIC X(30).
       01 WS-CAU-IN-MONTANT       PIC 9(7)V99.
       01 WS-CAU-IN-ECHEANCE      PIC X(10).
       01 WS-CAU-IN-GARANTIE      PIC X(1).
       01 WS-CAU-IN-BLOQUE        PIC 9(7)V99.
       01 WS-CAU-IN-CONTRE        PIC X(30).
       01 WS-CAU-IN-TAUX          PIC 9V99.
       01 WS-CAU-IN-APPEL         PIC 9(7)V99.
      *> commission annuelle par defaut, en % de l'encours
       01 WS-CAU-TAUX-DEFAUT      PIC 9V99 VALUE 1.50.
       01 WS-CAUTIONS-STATUS      PIC X(2).
       01 WS-CAU-EOF              PIC X(3).
       01 WS-CAU-TABLE.
           05 WS-CAU-ENTRY OCCURS 200 TIMES.
              10 WS-CAU-CAUTIONID       PIC 9(5).
              10 WS-CAU-IDCLIENT        PIC 9(5).
              10 WS-CAU-COMPTEID        PIC 9(5).
              10 WS-CAU-BENEFICIAIRE    PIC X(30).
              10 WS-CAU-MONTANT         PIC 9(7)V99.
              10 WS-CAU-DATE-DEBUT      PIC X(10).
              10 WS-CAU-DATE-ECHEANCE   PIC X(10).
              10 WS-CAU-GARANTIE        PIC X(1).
              10 WS-CAU-MONTANT-BLOQUE  PIC 9(7)V99.
              10 WS-CAU-CONTRE-GARANTIE PIC X(30).
              10 WS-CAU-TAUX-COMM       PIC 9V99.
              10 WS-CAU-TRIM-FACTURE    PIC X(7).
              10 WS-CAU-DATE-ALERTE     PIC X(10).
              10 WS-CAU-MONTANT-APPELE  PIC 9(7)V99.
              10 WS-CAU-DATE-FIN        PIC X(10).
              10 WS-CAU-DEMANDE         PIC X(10).
              10 WS-CAU-MONTANT-DEMANDE PIC 9(7)V99.
              10 WS-CAU-MAKER           PIC X(8).
              10 WS-CAU-DATE-DEMANDE    PIC X(10).
              10 WS-CAU-STATUT          PIC X(10).
       01 WS-CAU-COUNT            PIC 9(3) VALUE 0.
       01 WS-CAU-IDX              PIC 9(3).
       01 WS-CAU-CURRENT          PIC 9(3) VALUE 0.
       01 WS-CAU-MAX-ID           PIC 9(5).
       01 WS-CAU-TIT-ROLE         PIC X(20).
       01 WS-CAU-TIT-SUCCESS      PIC X(3).
       01 WS-CAU-TODAY-ISO        PIC X(10).
      *> appel : debit du client par tranches de 99999.99 au plus
      *> (plafond d'une operation opprelev)
       01 WS-CAU-RESTE            PIC 9(7)V99.
       01 WS-CAU-DEBITE           PIC 9(7)V99.
       01 WS-CAU-SOLDE            PIC 9(5)V99.
       01 WS-CAU-SOMME            PIC 9(5)V99.
       01 WS-CAU-NEWSOLDE         PIC 9(5)V99.
       01 WS-CAU-TYPEOP           PIC X(20).
       01 WS-CAU-SUCCESS          PIC X(3).
       01 WS-CAU-COMM             PIC 9V99 VALUE 0.
       01 WS-CAU-LIBELLE-OUT      PIC X(25).
      *> coffres-forts : saisie de la location ou de la visite,
      *> registre LOCCOFFRE.DAT charge en table et reecrit en entier,
      *> coffre affiche ; le visiteur est qualifie TITULAIRE,
      *> COLOCATAIRE ou MANDATAIRE (procuration OPERATIONS en cours
      *> donnee par le titulaire)
       01 WS-KFR-IN-AGENCE        PIC 9(5).
       01 WS-KFR-IN-NUMERO        PIC 9(4).
       01 WS-KFR-IN-TAILLE        PIC X(1).
       01 WS-KFR-IN-CLIENT        PIC 9(5).
       01 WS-KFR-IN-COMPTE        PIC 9(5).
       01 WS-KFR-IN-COLOC-1       PIC 9(5).
       01 WS-KFR-IN-COLOC-2       PIC 9(5).
       01 WS-KFR-IN-VISITEUR      PIC 9(5).
       01 WS-LOCCOFFRE-STATUS     PIC X(2).
       01 WS-LOCACCES-STATUS      PIC X(2).
       01 WS-KFR-EOF              PIC X(3).
       01 WS-KFR-TABLE.
           05 WS-KFR-ENTRY OCCURS 500 TIMES.
              10 WS-KFT-AGENCE          PIC 9(5).
              10 WS-KFT-NUMERO          PIC 9(4).
              10 WS-KFT-TAILLE          PIC X(1).
              10 WS-KFT-IDCLIENT        PIC 9(5).
              10 WS-KFT-COMPTEID        PIC 9(5).
              10 WS-KFT-COLOC-1         PIC 9(5).
              10 WS-KFT-COLOC-2         PIC 9(5).
              10 WS-KFT-DATE-DEBUT      PIC X(10).
              10 WS-KFT-DATE-ECHEANCE   PIC X(10).
              10 WS-KFT-NB-RELANCES     PIC 9(1).
              10 WS-KFT-DATE-RELANCE    PIC X(10).
              10 WS-KFT-STATUT          PIC X(10).
              10 WS-KFT-MOTIF-BLOCAGE   PIC X(10).
       01 WS-KFR-COUNT            PIC 9(3) VALUE 0.
       01 WS-KFR-IDX              PIC 9(3).
       01 WS-KFR-CURRENT          PIC 9(3) VALUE 0.
       01 WS-KFR-FOUND            PIC 9(3).
       01 WS-KFR-QUALITE          PIC X(12).
       01 WS-KFR-TIT-ROLE         PIC X(20).
       01 WS-KFR-TIT-SUCCESS      PIC X(3).
       01 WS-KFR-TODAY-ISO        PIC X(10).
       01 WS-KFR-CLIENT-DECES     PIC 9(5).
       01 WS-KFR-NB-TOUCHES       PIC 9(3).
      *> annuaire des facturiers : saisie d'un facturier, annuaire
      *> FACTURIERS.DAT charge en table et reecrit en entier,
      *> facturier affiche
       01 WS-FTR-IN-CODE          PIC X(6).
       01 WS-FTR-IN-NOM           PIC X(30).
       01 WS-FTR-IN-IBAN          PIC X(34).
       01 WS-FTR-IN-CATEGORIE     PIC X(10).
       01 WS-FTR-IN-FORMAT        PIC X(20).
       01 WS-FTR-IN-CLE           PIC X(5).
       01 WS-FACTURIERS-STATUS    PIC X(2).
       01 WS-FTR-EOF              PIC X(3).
       01 WS-FTR-TABLE.
           05 WS-FTR-ENTRY OCCURS 300 TIMES.
              10 WS-FTT-CODE            PIC X(6).
              10 WS-FTT-NOM             PIC X(30).
              10 WS-FTT-IBAN            PIC X(34).
              10 WS-FTT-CATEGORIE       PIC X(10).
              10 WS-FTT-REF-FORMAT      PIC X(20).
              10 WS-FTT-REF-CLE         PIC X(5).
              10 WS-FTT-DATE-AJOUT      PIC X(10).
              10 WS-FTT-STATUT          PIC X(10).
       01 WS-FTR-COUNT            PIC 9(3) VALUE 0.
       01 WS-FTR-IDX              PIC 9(3).
       01 WS-FTR-CURRENT          PIC 9(3) VALUE 0.
       01 WS-FTR-FOUND            PIC 9(3).
       01 WS-FTR-CAR-IDX          PIC 9(2).
       01 WS-FTR-FORMAT-OK        PIC X(3).
       01 WS-FTR-IBAN-VALIDE      PIC X(3).
       01 WS-FTR-TODAY-ISO        PIC X(10).
       01 WS-FTR-LIBERES          PIC 9(3).
      *> mineurs et representants : saisie d'une inscription,
      *> registre MINEURS.DAT charge en table et reecrit en entier,
      *> ligne affichee ; WS-MNR-MIN-* pour l'appel a mineurcheck
       01 WS-MNR-IN-CLIENT        PIC 9(5).
       01 WS-MNR-IN-NAISSANCE     PIC X(10).
       01 WS-MNR-IN-REPRESENTANT  PIC 9(5).
       01 WS-MNR-IN-LIEN          PIC X(10).
       01 WS-MNR-IN-PRODUIT       PIC X(10).
       01 WS-MINEURS-STATUS       PIC X(2).
       01 WS-MNR-EOF              PIC X(3).
       01 WS-MNR-TABLE.
           05 WS-MNR-ENTRY OCCURS 500 TIMES.
              10 WS-MNT-IDCLIENT        PIC 9(5).
              10 WS-MNT-NAISSANCE       PIC X(10).
              10 WS-MNT-REPRESENTANT    PIC 9(5).
              10 WS-MNT-LIEN            PIC X(10).
              10 WS-MNT-PRODUIT-MAJEUR  PIC X(10).
              10 WS-MNT-DATE-ENREG      PIC X(10).
              10 WS-MNT-DATE-MAJORITE   PIC X(10).
              10 WS-MNT-STATUT          PIC X(10).
       01 WS-MNR-COUNT            PIC 9(3) VALUE 0.
       01 WS-MNR-IDX              PIC 9(3).
       01 WS-MNR-CURRENT          PIC 9(3) VALUE 0.
       01 WS-MNR-FOUND            PIC 9(3).
       01 WS-MNR-TODAY-ISO        PIC X(10).
       01 WS-MNR-AGE              PIC S9(4).
       01 WS-MNR-MIN-DATE         PIC X(10).
       01 WS-MNR-MIN-MINEUR       PIC X(3).
       01 WS-MNR-MIN-AGE          PIC 9(2).
       01 WS-MNR-MIN-CARTE        PIC 9(5)V99.
       01 WS-MNR-MIN-RETRAIT      PIC 9(5)V99.
      *> dossiers de surendettement : saisie, registre SURENDET.DAT
      *> charge en table et reecrit en entier, dossier affiche
       01 WS-SDR-IN-CLIENT        PIC 9(5).
       01 WS-SDR-IN-DATE          PIC X(10).
       01 WS-SDR-IN-DEBUT         PIC X(10).
       01 WS-SDR-IN-DUREE         PIC 9(3).
       01 WS-SDR-IN-MENSUALITE    PIC 9(7)V99.
       01 WS-SDR-IN-COMPTE        PIC 9(5).
       01 WS-SURENDET-STATUS      PIC X(2).
       01 WS-SDR-EOF              PIC X(3).
       01 WS-SDR-TABLE.
           05 WS-SDR-ENTRY OCCURS 300 TIMES.
              10 WS-SDT-DOSSIERID        PIC 9(5).
              10 WS-SDT-IDCLIENT         PIC 9(5).
              10 WS-SDT-DATE-DECLARATION PIC X(10).
              10 WS-SDT-DATE-RECEVABILITE PIC X(10).
              10 WS-SDT-STATUT           PIC X(10).
              10 WS-SDT-PLAN-DEBUT       PIC X(10).
              10 WS-SDT-PLAN-DUREE       PIC 9(3).
              10 WS-SDT-PLAN-MENSUALITE  PIC 9(7)V99.
              10 WS-SDT-PLAN-COMPTEID    PIC 9(5).
              10 WS-SDT-PLAN-PROCHAINE   PIC X(10).
              10 WS-SDT-PLAN-NB-PAYES    PIC 9(3).
              10 WS-SDT-PLAN-NB-IMPAYES  PIC 9(3).
              10 WS-SDT-DATE-CLOTURE     PIC X(10).
       01 WS-SDR-COUNT            PIC 9(3) VALUE 0.
       01 WS-SDR-IDX              PIC 9(3).
       01 WS-SDR-CURRENT          PIC 9(3) VALUE 0.
       01 WS-SDR-MAX-ID           PIC 9(5).
       01 WS-SDR-OUVERT           PIC X(3).
       01 WS-SDR-TODAY-ISO        PIC X(10).
       01 WS-SDR-TIT-ROLE         PIC X(20).
       01 WS-SDR-TIT-SUCCESS      PIC X(3).
       01 WS-SDR-MENS-ED          PIC Z(6)9.99.
      *> clientele fragile : registre FRAGILES.DAT charge en table
      *> et reecrit en entier ; acceptation de l'offre = forfait a
      *> bas cout souscrit sur le compte saisi (l'ancien forfait
      *> ACTIF du client est resilie)
       01 WS-FRG-IN-COMPTE        PIC 9(5).
       01 WS-FRG-IN-FORFAIT       PIC X(6).
       01 WS-FRAGILES-STATUS      PIC X(2).
       01 WS-FORFSOUSCR-STATUS    PIC X(2).
       01 WS-FRG-EOF              PIC X(3).
       01 WS-FRG-TABLE.
           05 WS-FRG-ENTRY OCCURS 500 TIMES.
              10 WS-FGT-IDCLIENT         PIC 9(5).
              10 WS-FGT-DATE-DETECTION   PIC X(10).
              10 WS-FGT-DATE-DERNIERE    PIC X(10).
              10 WS-FGT-SCORE            PIC 9(3).
              10 WS-FGT-NB-REJETS        PIC 9(3).
              10 WS-FGT-INTERDIT         PIC X(3).
              10 WS-FGT-JOURS-DEBITEUR   PIC 9(3).
              10 WS-FGT-SURENDET         PIC X(3).
              10 WS-FGT-DATE-OFFRE       PIC X(10).
              10 WS-FGT-REPONSE          PIC X(10).
              10 WS-FGT-DATE-REPONSE     PIC X(10).
              10 WS-FGT-STATUT           PIC X(10).
              10 WS-FGT-DATE-LEVEE       PIC X(10).
       01 WS-FRG-COUNT            PIC 9(3) VALUE 0.
       01 WS-FRG-IDX              PIC 9(3).
       01 WS-FRG-CURRENT          PIC 9(3) VALUE 0.
       01 WS-FRG-TRONQUE          PIC X(3).
       01 WS-FRG-TODAY-ISO        PIC X(10).
       01 WS-FRG-TIT-ROLE         PIC X(20).
       01 WS-FRG-TIT-SUCCESS      PIC X(3).
      *> souscriptions de forfaits recopiees en table pour la
      *> resiliation de l'ancien forfait
       01 WS-FSX-TABLE.
           05 WS-FSX-ENTRY OCCURS 2000 TIMES PIC X(36).
       01 WS-FSX-COUNT            PIC 9(4) VALUE 0.
       01 WS-FSX-IDX              PIC 9(4).
      *> plans d'epargne logement : contrats charges en table et
      *> reecrits en entier ; l'ouverture pose un contrat OUVERT dont
      *> pelbatch passe le depot initial
       01 WS-PLS-IN-CLIENT        PIC 9(5).
       01 WS-PLS-IN-COMPTE        PIC 9(5).
       01 WS-PLS-IN-SOURCE        PIC 9(5).
       01 WS-PLS-IN-TAUX          PIC 9(2)V99.
       01 WS-PLS-IN-DEPOT         PIC 9(7)V99.
       01 WS-PLS-IN-VERSEMENT     PIC 9(5)V99.
       01 WS-PLS-IN-JOUR          PIC 9(2).
       01 WS-PELCONTRATS-STATUS   PIC X(2).
       01 WS-PELPARM-STATUS       PIC X(2).
       01 WS-PLS-EOF              PIC X(3).
       01 WS-PLS-TABLE.
           05 WS-PLS-ENTRY OCCURS 500 TIMES.
              10 WS-PLT-CONTRATID        PIC 9(5).
              10 WS-PLT-IDCLIENT         PIC 9(5).
              10 WS-PLT-COMPTEID         PIC 9(5).
              10 WS-PLT-COMPTE-SOURCE    PIC 9(5).
              10 WS-PLT-DATE-OUVERTURE   PIC X(10).
              10 WS-PLT-TAUX             PIC 9(2)V99.
              10 WS-PLT-DEPOT-INITIAL    PIC 9(7)V99.
              10 WS-PLT-VERSEMENT        PIC 9(5)V99.
              10 WS-PLT-JOUR-VERSEMENT   PIC 9(2).
              10 WS-PLT-PROCHAIN         PIC X(10).
              10 WS-PLT-ANNIVERSAIRE     PIC X(10).
              10 WS-PLT-CAPITAL-ANNIV    PIC 9(9)V99.
              10 WS-PLT-VERSE-ANNEE      PIC 9(7)V99.
              10 WS-PLT-INTERETS-ACQUIS  PIC 9(7)V99.
              10 WS-PLT-NB-MANQUEMENTS   PIC 9(2).
              10 WS-PLT-STATUT           PIC X(10).
              10 WS-PLT-DATE-CLOTURE     PIC X(10).
              10 WS-PLT-INTERETS-CLOTURE PIC 9(7)V99.
       01 WS-PLS-COUNT            PIC 9(3) VALUE 0.
       01 WS-PLS-IDX              PIC 9(3).
       01 WS-PLS-CURRENT          PIC 9(3) VALUE 0.
       01 WS-PLS-MAX-ID           PIC 9(5).
       01 WS-PLS-TRONQUE          PIC X(3).
       01 WS-PLS-TODAY-ISO        PIC X(10).
       01 WS-PLS-TIT-ROLE         PIC X(20).
       01 WS-PLS-TIT-SUCCESS      PIC X(3).
       01 WS-PLS-PEL              PIC X(3).
       01 WS-PLS-PEL-STATUT       PIC X(10).
      *> regles du produit, PELPARM.DAT optionnel-avec-defaut comme
      *> DORMANTPARM.DAT
       01 WS-PLS-DEPOT-MIN        PIC 9(5)V99.
       01 WS-PLS-VERSEMENT-MIN    PIC 9(5)V99.
       01 WS-PLS-ANNUEL           PIC 9(7)V99.
      *> incidents de paiement de cheque : registre charge en table
      *> et reecrit en entier ; WS-CIS-FILTRE restreint la
      *> consultation au compte recherche
       01 WS-CIS-IN-COMPTE        PIC 9(5).
       01 WS-CIS-IN-MODE          PIC X(1).
       01 WS-CIS-IN-PREUVE        PIC X(20).
       01 WS-CIS-FILTRE           PIC 9(5) VALUE 0.
       01 WS-CHQINCIDENTS-STATUS  PIC X(2).
       01 WS-CIS-EOF              PIC X(3).
       01 WS-CIS-TABLE.
           05 WS-CIS-ENTRY OCCURS 2000 TIMES.
              10 WS-CIT-NUMERO          PIC 9(7).
              10 WS-CIT-COMPTEID        PIC 9(5).
              10 WS-CIT-IDCLIENT        PIC 9(5).
              10 WS-CIT-MONTANT         PIC 9(5)V99.
              10 WS-CIT-DATE-INCIDENT   PIC X(10).
              10 WS-CIT-DATE-INJONCTION PIC X(10).
              10 WS-CIT-DATE-DECL       PIC X(10).
              10 WS-CIT-STATUT          PIC X(10).
              10 WS-CIT-DATE-REGUL      PIC X(10).
              10 WS-CIT-MODE-REGUL      PIC X(1).
              10 WS-CIT-PREUVE          PIC X(20).
              10 WS-CIT-DATE-DECL-REGUL PIC X(10).
       01 WS-CIS-COUNT            PIC 9(4) VALUE 0.
       01 WS-CIS-IDX              PIC 9(4).
       01 WS-CIS-CURRENT          PIC 9(4) VALUE 0.
       01 WS-CIS-TRONQUE          PIC X(3).
       01 WS-CIS-TODAY-ISO        PIC X(10).
      *> tarifs des frais : lignes de TARIFS.DAT en consultation,
      *> saisie d'une nouvelle ligne soumise a l'approbation
      *> quatre-yeux, date d'effet au plus tot (deux mois de
      *> preavis a la clientele) ; le bareme compile de
      *> commisionfrais sert a reconnaitre les types factures
       01 WS-TARIFS-STATUS        PIC X(2).
       01 WS-TFS-EOF              PIC X(3).
       01 WS-TFS-TABLE.
           05 WS-TFS-ENTRY OCCURS 500 TIMES.
              10 WS-TFT-TYPEOP          PIC X(25).
              10 WS-TFT-DATE-EFFET      PIC X(10).
              10 WS-TFT-MONTANT         PIC 9(3)V99.
              10 WS-TFT-DATE-APPROB     PIC X(10).
              10 WS-TFT-SAISI-PAR       PIC X(8).
              10 WS-TFT-APPROUVE-PAR    PIC X(8).
       01 WS-TFS-COUNT            PIC 9(3) VALUE 0.
       01 WS-TFS-IDX              PIC 9(3).
       01 WS-TFS-CURRENT          PIC 9(3) VALUE 0.
       01 WS-TFS-TRONQUE          PIC X(3).
       01 WS-TFS-IN-TYPEOP        PIC X(25).
       01 WS-TFS-IN-MONTANT       PIC 9(3)V99.
       01 WS-TFS-IN-DATE          PIC X(10).
       01 WS-TFS-TYPE-CONNU       PIC X(3).
       01 WS-TFS-DATE-MIN         PIC X(10).
       01 WS-TFS-AN               PIC 9(4).
       01 WS-TFS-MOIS             PIC 9(2).
       01 WS-TFS-PREAVIS-MOIS     PIC 9(2) VALUE 2.
       01 WS-TFS-PREAVIS-OK       PIC X(3).
           COPY "FEESCHED.cpy".
      *> demandes d'effacement : registre EFFACEMENT.DAT en
      *> consultation par client et saisie d'une nouvelle demande ;
      *> la decision appartient a effacebatch
       01 WS-EFFACEMENT-STATUS    PIC X(2).
       01 WS-EFS-EOF              PIC X(3).
       01 WS-EFS-TABLE.
           05 WS-EFS-ENTRY OCCURS 2000 TIMES.
              10 WS-EFT-NUMERO          PIC 9(5).
              10 WS-EFT-IDCLIENT        PIC 9(5).
              10 WS-EFT-DATE-DEMANDE    PIC X(10).
              10 WS-EFT-SAISI-PAR       PIC X(8).
              10 WS-EFT-STATUT          PIC X(10).
              10 WS-EFT-DATE-DECISION   PIC X(10).
              10 WS-EFT-MOTIF           PIC X(40).
              10 WS-EFT-DATE-FIN-CONSERV PIC X(10).
       01 WS-EFS-COUNT            PIC 9(4) VALUE 0.
       01 WS-EFS-IDX              PIC 9(4).
       01 WS-EFS-CURRENT          PIC 9(4) VALUE 0.
       01 WS-EFS-TRONQUE          PIC X(3).
       01 WS-EFS-FILTRE           PIC 9(5) VALUE 0.
       01 WS-EFS-IN-CLIENT        PIC 9(5).
       01 WS-EFS-DERNIER-NUMERO   PIC 9(5).
       01 WS-EFS-TODAY-ISO        PIC X(10).

      *> consentements marketing d'un client : etat en vigueur par
      *> canal (derniere ligne de CONSENT.DAT) et historique complet
      *> des changements, du plus ancien au plus recent
       01 WS-CONSENT-STATUS       PIC X(2).
       01 WS-CSB-EOF              PIC X(3).
       01 WS-CSB-CANAUX-INIT      PIC X(32)
          VALUE 'EMAIL   SMS     COURRIERAPPLI   '.
       01 WS-CSB-CANAUX REDEFINES WS-CSB-CANAUX-INIT.
           05 WS-CSB-NOM-CANAL OCCURS 4 TIMES PIC X(8).
       01 WS-CSB-ETAT.
           05 WS-CSB-ENTRY OCCURS 4 TIMES.
              10 WS-CSB-ACCORD       PIC X(3).
              10 WS-CSB-DATE         PIC X(10).
              10 WS-CSB-ORIGINE      PIC X(6).
              10 WS-CSB-IN           PIC X(3).
       01 WS-CSH-TABLE.
           05 WS-CSH-ENTRY OCCURS 200 TIMES.
              10 WS-CSH-CANAL        PIC X(8).
              10 WS-CSH-ACCORD       PIC X(3).
              10 WS-CSH-DATE         PIC X(10).
              10 WS-CSH-HEURE        PIC X(6).
              10 WS-CSH-ORIGINE      PIC X(6).
              10 WS-CSH-SAISI-PAR    PIC X(8).
       01 WS-CSH-COUNT            PIC 9(3).
       01 WS-CSH-CURRENT          PIC 9(3).
       01 WS-CSH-TRONQUE          PIC X(3).
       01 WS-CSB-IDX              PIC 9.
       01 WS-CSB-CHANGES          PIC 9.
       01 WS-CSB-IN-CLIENT        PIC 9(5).
       01 WS-CSB-CLIENT           PIC 9(5).
       01 WS-CSB-TODAY-ISO        PIC X(10).

      *> registre des clients sensibles (personnel, proches, VIP)
      *> charge en table pour l'ecran de tenue et pour le controle
      *> d'acces des ecrans de consultation
       01 WS-CLISENS-STATUS       PIC X(2).
       01 WS-SNB-EOF              PIC X(3).
       01 WS-SNB-TABLE.
           05 WS-SNB-ENTRY OCCURS 300 TIMES.
              10 WS-SNB-IDCLIENT     PIC 9(5).
              10 WS-SNB-CATEGORIE    PIC X(10).
              10 WS-SNB-OPERATEUR    PIC X(8).
              10 WS-SNB-LIEN         PIC X(10).
              10 WS-SNB-DATE-DEBUT   PIC X(10).
              10 WS-SNB-DATE-FIN     PIC X(10).
              10 WS-SNB-STATUT       PIC X(10).
              10 WS-SNB-SAISI-PAR    PIC X(8).
       01 WS-SNB-COUNT            PIC 9(3).
       01 WS-SNB-IDX              PIC 9(3).
       01 WS-SNB-CURRENT          PIC 9(3).
       01 WS-SNB-TRONQUE          PIC X(3).
       01 WS-SNB-IN-CLIENT        PIC 9(5).
       01 WS-SNB-IN-CATEGORIE     PIC X(10).
       01 WS-SNB-IN-OPERATEUR     PIC X(8).
       01 WS-SNB-IN-LIEN          PIC X(10).
       01 WS-SNB-TODAY-ISO        PIC X(10).

      *> controle d'acces a un compte ou un client sensible : la
      *> consultation exige un role autorise (SUPERVISEUR ou
      *> CONFORMITE dans OPERATEURS.DAT) et un motif code, jamais
      *> sur son propre dossier ni sur celui d'un proche
       01 WS-ACS-COMPTEID         PIC 9(5).
       01 WS-ACS-CLIENT           PIC 9(5).
       01 WS-ACS-CLIENT-SENS      PIC 9(5).
       01 WS-ACS-CATEGORIE        PIC X(10).
       01 WS-ACS-OPERATEUR        PIC X(8).
       01 WS-ACS-ACCES            PIC X(3).
       01 WS-ACS-MOTIF            PIC X(3).
       01 WS-ACS-COMMENTAIRE      PIC X(30).
       01 WS-ACS-EOF              PIC X(3).
       01 WS-ACS-MOTIFS-INIT      PIC X(15) VALUE 'DEMRECCTLJUDSUC'.
       01 WS-ACS-MOTIFS REDEFINES WS-ACS-MOTIFS-INIT.
           05 WS-ACS-MOTIF-OK OCCURS 5 TIMES PIC X(3).
       01 WS-ACS-IDX              PIC 9.
       01 WS-ACS-MOTIF-VALIDE     PIC X(3).

      *> RIB et attestations a la demande (module attestdoc) et
      *> verification d'un document presente par un tiers
       01 WS-DOCREG-STATUS        PIC X(2).
       01 WS-DOC-EOF              PIC X(3).
       01 WS-DOC-IN-COMPTE        PIC 9(5).
       01 WS-DOC-IN-TYPE          PIC X(1).
       01 WS-DOC-IN-DATE          PIC X(10).
       01 WS-DOC-IN-NUMERO        PIC 9(7).
       01 WS-DOC-IN-CLE           PIC 9(2).
       01 WS-DOC-DEMANDEUR        PIC 9(5) VALUE ZEROES.
       01 WS-DOC-IBAN             PIC X(34).
       01 WS-DOC-NUMERO           PIC 9(7).
       01 WS-DOC-RESULTAT         PIC X(3).
       01 WS-DOC-MESSAGE          PIC X(50).
       01 WS-DOC-TROUVE           PIC X(3).
       01 WS-DOC-SOLDE-ED         PIC -(8)9.99.
       01 WS-DOC-VERIF-1          PIC X(75).
       01 WS-DOC-VERIF-2          PIC X(75).

      *> trace d'une operation postee : action et detail en cours de
      *> l'ecran appelant, preserves autour de la ligne d'audit
       01 WS-OPA-ACTION           PIC X(20).
       01 WS-OPA-DETAIL           PIC X(80).
       01 WS-OPA-EOF              PIC X(3).
       01 WS-OPA-TROUVE           PIC X(3).
      *> solde disponible du compte consulte (module soldedispo :
      *> saisies, nantissements et autorisations carte/automate en
      *> cours retranches du solde comptable)
       01 WS-DSP-COMPTEID         PIC 9(5).
       01 WS-DSP-DATE             PIC X(10).
       01 WS-DSP-SOLDE            PIC S9(10)V99.
       01 WS-DSP-DISPONIBLE       PIC S9(10)V99 VALUE 0.
      *> cloture des intentions de postage d'un mouvement sans
      *> ligne journal, voir le module postintent
       01 WS-PI-ACTION          PIC X VALUE 'T'.
       01 WS-PI-MODULE          PIC X(20) VALUE 'activity2banq'.
       01 WS-PI-COMPTEID        PIC 9(5).
       01 WS-PI-AVANT           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-APRES           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-SEQ             PIC 9(10) VALUE ZEROES.
      *> fenetre de traitement de nuit (module fenetrenuit) : OUVERTE,
      *> l'OD approuvee part dans la file OPATTENTE.DAT et
      *> l'approbation des virements en attente est remise a plus tard
       01 WS-FN-ACTION          PIC X.
       01 WS-FN-ETAT            PIC X(10).
       01 WS-FN-ETAPE           PIC X(12).
       01 WS-FN-TRAITES         PIC 9(9).
       01 WS-OPATTENTE-STATUS   PIC X(2).
           copy SCREENIO.

        SCREEN SECTION.
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 60 COLUMN 90
           VALUE "F24 - MA CAISSE (TIROIR/CHANGE/COFFRE)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 65 COLUMN 1
           VALUE "F37 - REGISTRE DES RECLAMATIONS"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 95 COLUMN 90
           VALUE "F38 - REVUE CREDIT (DEMANDES DE PRET)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 100 COLUMN 1
           VALUE "F39 - REMBOURSEMENT ANTICIPE DE PRET"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 100 COLUMN 90
           VALUE "F40 - CREDIT RENOUVELABLE (RESERVE)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 105 COLUMN 1
           VALUE "F41 - NANTISSEMENTS (GARANTIES DE PRET)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 105 COLUMN 90
           VALUE "F42 - CAUTIONS BANCAIRES (ENTREPRISES)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 110 COLUMN 1
           VALUE "F43 - COFFRES-FORTS (LOCATION, VISITES)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 110 COLUMN 90
           VALUE "F44 - ANNUAIRE DES FACTURIERS"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 115 COLUMN 1
           VALUE "F45 - MINEURS ET REPRESENTANTS LEGAUX"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 115 COLUMN 90
           VALUE "F46 - SURENDETTEMENT (DOSSIERS BANQUE DE FRANCE)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 120 COLUMN 1
           VALUE "F47 - CLIENTELE FRAGILE (OFFRE SPECIFIQUE)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 120 COLUMN 90
           VALUE "F48 - PLANS EPARGNE LOGEMENT"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 125 COLUMN 1
           VALUE "F49 - INCIDENTS DE PAIEMENT CHEQUE"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 125 COLUMN 90
           VALUE "F50 - EFFACEMENT DES DONNEES (DROIT A L'OUBLI)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 130 COLUMN 1
           VALUE "F51 - CONSENTEMENTS MARKETING"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 130 COLUMN 90
           VALUE "F52 - PERSONNEL ET CLIENTS SENSIBLES"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 135 COLUMN 1
           VALUE "F53 - RIB ET ATTESTATIONS DE COMPTE"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 135 COLUMN 90
           VALUE "F54 - COURRIER REVENU (NPAI)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 140 COLUMN 1
           VALUE "F55 - PRESTATAIRES TIERS (DSP2)"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 140 COLUMN 90
           VALUE "F56 - PORTEFEUILLES CONSEILLERS"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 145 COLUMN 1
           VALUE "F57 - CORBEILLE CONSEILLER"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 145 COLUMN 90
           VALUE "F58 - REMISE DE CHEQUES"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 150 COLUMN 1
           VALUE "F59 - QUALITE DONNEES CLIENTS"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER PIC 9(6) TO wRetCode SECURE
           LINE 40 COLUMN 79
           FOREGROUND-COLOR COB-COLOR-GREEN. 
           FOREGROUND-COLOR COB-COLOR-GREEN.  


           05 FILLER  PIC 9(5) TO NUMCOMPTE
           LINE 5 COLUMN 40    
           FOREGROUND-COLOR COB-COLOR-GREEN. 

           VALUE "VEUILLEZ ENTRER LE NUMERO DU CLIENT : "
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER PIC 9(5) TO WS-VCC-CLIENTID
           LINE 4 COLUMN 40
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER LINE 8 COLUMN 1
           VALUE "ID COMPTE :"
           FOREGROUND-COLOR COB-COLOR-GREEN.
           05 FILLER PIC 9(5)
           FROM LN-OUT-COMPTE-TAB-ID(WS-VCC-CURRENT)
           LINE 8 COLUMN 20
           FOREGROUND-COLOR COB-COLOR-WHITE.
           FOREGROUND-COLOR COB-COLOR-WHITE.

           05 FILLER LINE 10 COLUMN 1
           VALUE "SOLDE COMPTABLE :"
           FOREGROUND-COLOR COB-COLOR-GREEN.
           05 FILLER PIC Z(8)9.99
           FROM LN-OUT-COMPTE-TAB-SOLDE(WS-VCC-CURRENT)
           LINE 10 COLUMN 20
           FOREGROUND-COLOR COB-COLOR-WHITE.

           05 FILLER LINE 11 COLUMN 1
           VALUE "SOLDE DISPONIBLE :"
           FOREGROUND-COLOR COB-COLOR-GREEN.
           05 FILLER PIC -Z(8)9.99 FROM WS-DSP-DISPONIBLE
           LINE 11 COLUMN 19
           FOREGROUND-COLOR COB-COLOR-WHITE.

           05 FILLER LINE 12 COLUMN 1
           VALUE "SOLDE TOTAL COMBINE :"
           FOREGROUND-COLOR COB-COLOR-YELLOW.
             05 FILLER LINE 10 COLUMN 1
             VALUE "COMPTE ID :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) FROM LN-OUT-COMPTEID2 OF LN-MOD
             LINE 10 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 6 COLUMN 1
             VALUE "CLIENT ID :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5)
             FROM WS-MSG-SENDER-CLIENTID(WS-MSG-CURRENT)
             LINE 6 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.
             05 FILLER LINE 6 COLUMN 1
             VALUE "CLIENT ID :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) FROM WS-VA-CLIENT-ID(WS-VA-CURRENT)
             LINE 6 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 7 COLUMN 1
             VALUE "COMPTE ID :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) FROM WS-VA-COMPTE-ID(WS-VA-CURRENT)
             LINE 7 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 7 COLUMN 1
             VALUE "COMPTE RECU :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) FROM WS-SUS-COMPTEID(WS-SUS-CURRENT)
             LINE 7 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 12 COLUMN 1
             VALUE "COMPTEID CORRIGE :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) TO WS-SUS-REPAIR-COMPTEID
             LINE 12 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-GREEN.

             05 FILLER LINE 8 COLUMN 1
             VALUE "COMPTE ID :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) FROM WS-AL-COMPTEID(WS-AL-CURRENT)
             LINE 8 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 6 COLUMN 1
             VALUE "CLIENT ID :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) TO WS-ADR-IN-CLIENTID
             LINE 6 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-GREEN.

             LINE 15 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-RED.

             05 FILLER LINE 16 COLUMN 1
             VALUE "LANGUE ACTUELLE :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC X(2) FROM WS-LNG-COURANTE
             LINE 16 COLUMN 25
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 17 COLUMN 1
             VALUE "NOUVELLE LANGUE :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC X(2) TO WS-LNG-IN
             LINE 17 COLUMN 25
             FOREGROUND-COLOR COB-COLOR-GREEN.

             05 FILLER LINE 18 COLUMN 1
             VALUE "F1-Afficher F2-Enregistrer F3-Langue F9-Revenir"
             FOREGROUND-COLOR COB-COLOR-GREEN.

             05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             05 FILLER LINE 6 COLUMN 1
             VALUE "CLIENT ID :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) FROM WS-BEN-IDCLIENT(WS-BEN-CURRENT)
             LINE 6 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 8 COLUMN 1
             VALUE "CLIENT / COMPTE :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) FROM WS-MD-IDCLIENT(WS-MD-CURRENT)
             LINE 8 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.
             05 FILLER PIC 9(5) FROM WS-MD-COMPTEID(WS-MD-CURRENT)
             LINE 8 COLUMN 26
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 9 COLUMN 1
             05 FILLER LINE 13 COLUMN 1
             VALUE "CLIENT ID :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) TO WS-MD-IN-IDCLIENT
             LINE 13 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-GREEN.

             05 FILLER LINE 14 COLUMN 1
             VALUE "COMPTE ID :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) TO WS-MD-IN-COMPTEID
             LINE 14 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-GREEN.

             05 FILLER LINE 6 COLUMN 1
             VALUE "COMPTE / TYPE :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) FROM WS-SA-COMPTEID(WS-SA-CURRENT)
             LINE 6 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.
             05 FILLER PIC X(15) FROM WS-SA-TYPE(WS-SA-CURRENT)
             LINE 6 COLUMN 26
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 7 COLUMN 1
             05 FILLER LINE 10 COLUMN 1
             VALUE "NOUVELLE SAISIE - COMPTE :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) TO WS-SA-IN-COMPTEID
             LINE 10 COLUMN 30
             FOREGROUND-COLOR COB-COLOR-GREEN.

             05 FILLER LINE 6 COLUMN 1
             VALUE "CLIENT / COMPTE / OP :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC 9(5) FROM WS-CT-IDCLIENT(WS-CT-CURRENT)
             LINE 6 COLUMN 25
             FOREGROUND-COLOR COB-COLOR-WHITE.
             05 FILLER PIC 9(5) FROM WS-CT-COMPTEID(WS-CT-CURRENT)
             LINE 6 COLUMN 31
             FOREGROUND-COLOR COB-COLOR-WHITE.
             05 FILLER PIC 9(3) FROM WS-CT-IDOPERATION(WS-CT-CURRENT)
             LINE 6 COLUMN 37
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 7 COLUMN 1
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-KYC-IDCLIENT(WS-KYC-CURRENT)
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-GC-COMPTEID(WS-GC-CURRENT)
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          05 FILLER LINE 7 COLUMN 1
          VALUE "COMPTE / COMMERCANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-RF-COMPTEID(WS-RF-CURRENT)
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(15) FROM WS-RF-MAGASIN(WS-RF-CURRENT)
          LINE 7 COLUMN 31
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "DATE / HEURE :"
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE DE LA CARTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-PIN-COMPTEID
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 17 COLUMN 1
          VALUE "F1-Ouvrir F2-Ticket F3-Fermer F4-Change"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F5-Coffre F6-Preavis de retrait F9-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CAISSE-DEVISES-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "COMPTAGE DES DEVISES DU TIROIR"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "DEVISE   MONTANT (A BLANC SI AUCUNE)"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-CDV-DEVISE(1)
          LINE 6 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-CDV-MONTANT(1)
          LINE 6 COLUMN 10
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-CDV-DEVISE(2)
          LINE 7 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-CDV-MONTANT(2)
          LINE 7 COLUMN 10
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-CDV-DEVISE(3)
          LINE 8 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-CDV-MONTANT(3)
          LINE 8 COLUMN 10
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-CDV-DEVISE(4)
          LINE 9 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-CDV-MONTANT(4)
          LINE 9 COLUMN 10
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Valider le comptage - F9 : Abandonner"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CAISSE-COFFRE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "COFFRE D'AGENCE (DOUBLE CONTROLE)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 5 COLUMN 1
          VALUE "STOCK THEORIQUE DU COFFRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC ZZZZZZZZ9.99 FROM WS-CFR-STOCK-AFF
          LINE 5 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 6 COLUMN 1
          VALUE "T=VERS TIROIR R=DU TIROIR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "L=LIVRAISON C=COMPTAGE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-CFR-TYPE
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "BILLETS DE 50 :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(6) TO WS-CFR-NB-50
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "BILLETS DE 20 :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(6) TO WS-CFR-NB-20
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "BILLETS DE 10 :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(6) TO WS-CFR-NB-10
          LINE 10 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "BILLETS DE 5 :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(6) TO WS-CFR-NB-5
          LINE 11 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 12 COLUMN 1
          VALUE "PIECES (MONTANT) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-CFR-PIECES
          LINE 12 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 13 COLUMN 1
          VALUE "COMMANDE LIVREE (L) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(10) TO WS-CFR-REFCMDE
          LINE 13 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 14 COLUMN 1
          VALUE "OPERATEUR VALIDEUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) TO WS-CFR-VALIDEUR
          LINE 14 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Valider le mouvement - F9 : Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CAISSE-PREAVIS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "PREAVIS DE GROS RETRAIT D'ESPECES"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-PVR-COMPTEID
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "NUMERO DE CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-PVR-IDCLIENT
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "MONTANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-PVR-MONTANT
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "DATE DU RETRAIT (AAAA-MM-JJ) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-PVR-DATE-RETRAIT
          LINE 9 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Enregistrer - F9 : Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CAISSE-CHANGE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "CHANGE MANUEL (ACHAT / VENTE DE BILLETS)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "SENS (A=ACHAT V=VENTE) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-CHG-SENS
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "DEVISE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-CHG-DEVISE
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "MONTANT EN DEVISE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-CHG-MONTANT-DEV
          LINE 8 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "COMPTE CLIENT (0=AUCUN) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-CHG-COMPTEID
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "NUMERO DE CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-CHG-IDCLIENT
          LINE 10 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "NOM (NON-CLIENT) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) TO WS-CHG-NOM
          LINE 11 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 12 COLUMN 1
          VALUE "PIECE D'IDENTITE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-CHG-PIECE
          LINE 12 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 13 COLUMN 1
          VALUE "NUMERO DE PIECE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) TO WS-CHG-NUMERO
          LINE 13 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 15 COLUMN 1
          VALUE "COURS APPLIQUE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3).9(6) FROM WS-CHG-TAUX-AFF
          LINE 15 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 16 COLUMN 1
          VALUE "CONTRE-VALEUR EUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5).99 FROM WS-CHG-EUR-AFF
          LINE 16 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 18 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 20 COLUMN 1
          VALUE "F1-Coter F2-Valider l'operation F9-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 20 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CHANGEMENTS-ATTENTE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "CHANGEMENTS DE REFERENTIEL EN ATTENTE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "ID / FICHIER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-RFP-ID(WS-RFP-CURRENT)
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(12) FROM WS-RFP-FICHIER(WS-RFP-CURRENT)
          LINE 6 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "DONNEES :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(60) FROM WS-RFP-DONNEES(WS-RFP-CURRENT)
          LINE 7 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "SAISI PAR / LE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) FROM WS-RFP-MAKER(WS-RFP-CURRENT)
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-RFP-DATE-SAISIE(WS-RFP-CURRENT)
          LINE 8 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-RFP-STATUT(WS-RFP-CURRENT)
          LINE 9 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Suivant F2-Approuver F3-Rejeter F9-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CONSULTER-AUDIT-SCREEN.
          05 FILLER LINE 2 COLUMN 1
          VALUE "CONSULTATION DU JOURNAL D'AUDIT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 3 COLUMN 1
          VALUE "DU (AAAA-MM-JJ) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-AUQ-DATE-DEBUT
          LINE 3 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 3 COLUMN 31
          VALUE "AU :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-AUQ-DATE-FIN
          LINE 3 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "OPERATEUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) TO WS-AUQ-OPERATEUR
          LINE 4 COLUMN 13
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 4 COLUMN 23
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(5) TO WS-AUQ-IDCLIENT
          LINE 4 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 4 COLUMN 38
          VALUE "FONCTION :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(2) TO WS-AUQ-FNC
          LINE 4 COLUMN 49
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(75) FROM WS-AUQ-AFF(1)
          LINE 6 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-AUQ-AFF(2)
          LINE 7 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-AUQ-AFF(3)
          LINE 8 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-AUQ-AFF(4)
          LINE 9 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-AUQ-AFF(5)
          LINE 10 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-AUQ-AFF(6)
          LINE 11 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-AUQ-AFF(7)
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-AUQ-AFF(8)
          LINE 13 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-AUQ-AFF(9)
          LINE 14 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-AUQ-AFF(10)
          LINE 15 COLUMN 1
          05 FILLER PIC X(6) FROM WS-TDB-FIN(WS-TDB-CURRENT)
          LINE 4 COLUMN 43
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 4 COLUMN 55
          VALUE "ALERTES :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-TDB-NB-ALERTES
          LINE 4 COLUMN 65
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-TDB-AFF(1)
          LINE 6 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-TDB-AFF(10)
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(79) FROM WS-TAO-AFF
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 17 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Etape F2-Rapport F3-Alerte F4-Acquitter F9-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          05 FILLER LINE 3 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-SRO-IDCLIENT
          LINE 3 COLUMN 10
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 3 COLUMN 16
          VALUE "LIBELLE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) TO WS-SRO-LIBELLE
          LINE 3 COLUMN 26
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 3 COLUMN 47
          VALUE "TYPE :"
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Afficher F2-Modifier le champ F3-Tarifs F9-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          05 FILLER LINE 4 COLUMN 1
          VALUE "COMPTE A DEBITER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-ODP-IN-DEBIT
          LINE 4 COLUMN 22
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 4 COLUMN 28
          VALUE "A CREDITER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-ODP-IN-CREDIT
          LINE 4 COLUMN 41
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 4 COLUMN 47
          05 FILLER PIC 9(5) FROM WS-ODP-ID(WS-ODP-CURRENT)
          LINE 7 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-ODP-DEBIT(WS-ODP-CURRENT)
          LINE 7 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-ODP-CREDIT(WS-ODP-CURRENT)
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)V99 FROM WS-ODP-MONTANT(WS-ODP-CURRENT)
          LINE 7 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) FROM WS-ODP-MOTIF(WS-ODP-CURRENT)
          LINE 7 COLUMN 44
          05 FILLER LINE 4 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-SUC-IN-CLIENT
          LINE 4 COLUMN 11
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 5 COLUMN 1
          VALUE "COMPTE (OBSEQUES/REGLEMENT) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-SUC-IN-COMPTE
          LINE 5 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 1
          05 FILLER LINE 7 COLUMN 1
          VALUE "COMPTE DE L'HERITIER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-SUC-IN-HERITIER
          LINE 7 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          05 FILLER LINE 4 COLUMN 1
          VALUE "AFFICHEE : COMPTE/MANDANT/MANDATAIRE"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-PXG-COMPTEID(WS-PXG-CURRENT)
          LINE 4 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-PXG-MANDANT(WS-PXG-CURRENT)
          LINE 4 COLUMN 46
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-PXG-MANDATAIRE(WS-PXG-CURRENT)
          LINE 4 COLUMN 52
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(12) FROM WS-PXG-PORTEE(WS-PXG-CURRENT)
          LINE 4 COLUMN 58
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)V99 FROM WS-PXG-PLAFOND(WS-PXG-CURRENT)
          LINE 4 COLUMN 71
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-PXG-DEBUT(WS-PXG-CURRENT)
          LINE 5 COLUMN 40
          05 FILLER LINE 7 COLUMN 1
          VALUE "NOUVELLE - COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-PXG-IN-COMPTE
          LINE 7 COLUMN 22
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 28
          VALUE "MANDANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-PXG-IN-MANDANT
          LINE 7 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 44
          VALUE "MANDATAIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-PXG-IN-MANDATAIRE
          LINE 7 COLUMN 57
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "PORTEE (CONSULTATION/OPERATIONS) :"
          05 FILLER LINE 6 COLUMN 1
          VALUE "IDENTIFIANT 1 :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-DBL-ID1(WS-DBL-CURRENT)
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "IDENTIFIANT 2 :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-DBL-ID2(WS-DBL-CURRENT)
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          05 FILLER LINE 12 COLUMN 1
          VALUE "IDENTIFIANT SURVIVANT (SI FUSION) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-DBL-IN-SURVIVANT
          LINE 12 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          05 FILLER LINE 7 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-RCL-IDCLIENT(WS-RCL-CURRENT)
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-RCL-IN-IDCLIENT
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.

       01 PRETS-REVUE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "REVUE CREDIT - DEMANDES DE PRET"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "DEMANDE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(10) FROM WS-PDM-DEMID(WS-PDM-CURRENT)
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 6 COLUMN 40
          VALUE "DEPOSEE LE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10)
          FROM WS-PDM-DATE-DEMANDE(WS-PDM-CURRENT)
          LINE 6 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "CLIENT / COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-PDM-IDCLIENT(WS-PDM-CURRENT)
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-PDM-COMPTEID(WS-PDM-CURRENT)
          LINE 7 COLUMN 31
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "MONTANT / DUREE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-PDM-MONTANT(WS-PDM-CURRENT)
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(3) FROM WS-PDM-DUREE-MOIS(WS-PDM-CURRENT)
          LINE 8 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 44
          VALUE "MOIS"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "OBJET :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) FROM WS-PDM-OBJET(WS-PDM-CURRENT)
          LINE 9 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 10 COLUMN 1
          VALUE "REVENUS MENSUELS :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99
          FROM WS-PDM-REVENU-MENSUEL(WS-PDM-CURRENT)
          LINE 10 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 1
          VALUE "CHARGES EN COURS :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-PDM-CHARGES-W
          LINE 11 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "MENSUALITE PROJETEE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-PDM-MENS-PROJETEE
          LINE 12 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 13 COLUMN 1
          VALUE "TAUX D'ENDETTEMENT % :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3)V99
          FROM WS-PDM-TAUX-ENDETT(WS-PDM-CURRENT)
          LINE 13 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 13 COLUMN 40
          VALUE "SEUIL :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3)V99 FROM WS-PDM-SEUIL-ENDETT
          LINE 13 COLUMN 48
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 14 COLUMN 1
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-PDM-STATUT(WS-PDM-CURRENT)
          LINE 14 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 14 COLUMN 40
          VALUE "TAUX ANNUEL (99.99) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2)V99 TO WS-PDM-IN-TAUX
          LINE 14 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 15 COLUMN 1
          VALUE "MOTIF DE LA DECISION :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) TO WS-PDM-IN-MOTIF
          LINE 15 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Suiv F2-Calculer F3-Accorder F4-Refuser F9-Rev"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 PRETS-ANTICIPE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "REMBOURSEMENT ANTICIPE DE PRET"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "PRET :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-RBA-IN-PRETID
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-RBA-STATUT
          LINE 6 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "CLIENT / COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-RBA-IDCLIENT
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-RBA-COMPTEID
          LINE 7 COLUMN 31
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 40
          VALUE "TAUX ANNUEL :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2)V99 FROM WS-RBA-TAUX
          LINE 7 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "CAPITAL RESTANT DU :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-RBA-CAPITAL-DU
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 40
          VALUE "ECHEANCES RESTANTES :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3) FROM WS-RBA-NB-RESTANT
          LINE 8 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "MENSUALITE ACTUELLE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-RBA-MENS-ACTUELLE
          LINE 9 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 10 COLUMN 1
          VALUE "MONTANT (0 = TOTAL) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-RBA-IN-MONTANT
          LINE 10 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 40
          VALUE "D-DUREE M-MENSUALITE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(1) TO WS-RBA-IN-OPTION
          LINE 10 COLUMN 63
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "INDEMNITE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-RBA-IRA
          LINE 11 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 40
          VALUE "TOTAL DEBITE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-RBA-TOTAL-DEBIT
          LINE 11 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "NOUVELLE MENSUALITE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-RBA-NOUV-MENS
          LINE 12 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 40
          VALUE "NOUVELLES ECHEANCES :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3) FROM WS-RBA-NOUV-DUREE
          LINE 12 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Charger F2-Simuler F3-Executer F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 CREDREV-OUVERTURE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "CREDIT RENOUVELABLE (RESERVE)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-CRO-IN-CLIENT
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-CRO-IN-COMPTE
          LINE 6 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "PLAFOND AUTORISE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-CRO-IN-PLAFOND
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 40
          VALUE "TAUX ANNUEL :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2)V99 TO WS-CRO-IN-TAUX
          LINE 7 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "F-FIXE P-POURCENTAGE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(1) TO WS-CRO-IN-MODE
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "MINIMUM FIXE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-CRO-IN-MENS-FIXE
          LINE 9 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 40
          VALUE "POURCENTAGE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2)V99 TO WS-CRO-IN-PCT
          LINE 9 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "LIGNE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-CRO-LIGNEID
          LINE 11 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 40
          VALUE "STATUT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-CRO-STATUT
          LINE 11 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "UTILISE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-CRO-UTILISE
          LINE 12 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 40
          VALUE "DISPONIBLE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 FROM WS-CRO-DISPONIBLE
          LINE 12 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Consulter F2-Ouvrir F3-Cloturer F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 NANTIS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "NANTISSEMENTS EN GARANTIE DE PRET"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "PRET :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-NTG-IN-PRETID
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "C-COMPTE D-DEPOT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(1) TO WS-NTG-IN-TYPE
          LINE 6 COLUMN 60
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "COMPTE NANTI :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-NTG-IN-COMPTE
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 40
          VALUE "DEPOT NANTI :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(10) TO WS-NTG-IN-DEPOTID
          LINE 7 COLUMN 60
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "MONTANT NANTI :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-NTG-IN-MONTANT
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "NANTISSEMENT  PRET  T CPT  DEPOT      MONTANT   STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(5) FROM WS-NTG-NANTID(WS-NTG-CURRENT)
          LINE 11 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-NTG-PRETID(WS-NTG-CURRENT)
          LINE 11 COLUMN 15
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(1) FROM WS-NTG-TYPE(WS-NTG-CURRENT)
          LINE 11 COLUMN 21
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-NTG-COMPTEID(WS-NTG-CURRENT)
          LINE 11 COLUMN 23
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(10) FROM WS-NTG-DEPOTID(WS-NTG-CURRENT)
          LINE 11 COLUMN 29
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(7)V99 FROM WS-NTG-MONTANT(WS-NTG-CURRENT)
          LINE 11 COLUMN 40
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-NTG-STATUT(WS-NTG-CURRENT)
          LINE 11 COLUMN 50
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "POSE LE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-NTG-DATE-POSE(WS-NTG-CURRENT)
          LINE 12 COLUMN 15
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 28
          VALUE "FIN :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-NTG-DATE-FIN(WS-NTG-CURRENT)
          LINE 12 COLUMN 34
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 46
          VALUE "APPELE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99
          FROM WS-NTG-MONTANT-APPELE(WS-NTG-CURRENT)
          LINE 12 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Poser F2-Suivant F3-Mainlevee F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 CAUTIONS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "CAUTIONS BANCAIRES (EMISSION, MAINLEVEE, APPEL)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-CAU-IN-CLIENT
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-CAU-IN-COMPTE
          LINE 6 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "BENEFICIAIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) TO WS-CAU-IN-BENEF
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "MONTANT GARANTI :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-CAU-IN-MONTANT
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 40
          VALUE "ECHEANCE AAAA-MM-JJ :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-CAU-IN-ECHEANCE
          LINE 8 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "B-BLOCAGE C-CONTRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(1) TO WS-CAU-IN-GARANTIE
          LINE 9 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 40
          VALUE "MONTANT BLOQUE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-CAU-IN-BLOQUE
          LINE 9 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "CONTRE-GARANTIE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) TO WS-CAU-IN-CONTRE
          LINE 10 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "COMMISSION % L'AN :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9V99 TO WS-CAU-IN-TAUX
          LINE 11 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 40
          VALUE "MONTANT APPELE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-CAU-IN-APPEL
          LINE 11 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 13 COLUMN 1
          VALUE "CAUTION CLIENT CPT   BENEFICIAIRE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 13 COLUMN 52
          VALUE "MONTANT    STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(5) FROM WS-CAU-CAUTIONID(WS-CAU-CURRENT)
          LINE 14 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-CAU-IDCLIENT(WS-CAU-CURRENT)
          LINE 14 COLUMN 9
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-CAU-COMPTEID(WS-CAU-CURRENT)
          LINE 14 COLUMN 15
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30)
          FROM WS-CAU-BENEFICIAIRE(WS-CAU-CURRENT)
          LINE 14 COLUMN 21
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(7)V99 FROM WS-CAU-MONTANT(WS-CAU-CURRENT)
          LINE 14 COLUMN 52
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CAU-STATUT(WS-CAU-CURRENT)
          LINE 14 COLUMN 63
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 15 COLUMN 1
          VALUE "DU :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10)
          FROM WS-CAU-DATE-DEBUT(WS-CAU-CURRENT)
          LINE 15 COLUMN 6
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 15 COLUMN 18
          VALUE "AU :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10)
          FROM WS-CAU-DATE-ECHEANCE(WS-CAU-CURRENT)
          LINE 15 COLUMN 23
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 15 COLUMN 35
          VALUE "GARANTIE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(1) FROM WS-CAU-GARANTIE(WS-CAU-CURRENT)
          LINE 15 COLUMN 46
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(7)V99
          FROM WS-CAU-MONTANT-BLOQUE(WS-CAU-CURRENT)
          LINE 15 COLUMN 48
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 15 COLUMN 59
          VALUE "COMM % :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9V99 FROM WS-CAU-TAUX-COMM(WS-CAU-CURRENT)
          LINE 15 COLUMN 68
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 16 COLUMN 1
          VALUE "DEMANDE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-CAU-DEMANDE(WS-CAU-CURRENT)
          LINE 16 COLUMN 11
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 16 COLUMN 23
          VALUE "PAR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) FROM WS-CAU-MAKER(WS-CAU-CURRENT)
          LINE 16 COLUMN 29
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(7)V99
          FROM WS-CAU-MONTANT-DEMANDE(WS-CAU-CURRENT)
          LINE 16 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 16 COLUMN 49
          VALUE "APPELE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99
          FROM WS-CAU-MONTANT-APPELE(WS-CAU-CURRENT)
          LINE 16 COLUMN 58
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 18 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 20 COLUMN 1
          VALUE "F1-Emettre F2-Suiv F3-Mainlevee F4-Appel"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 21 COLUMN 1
          VALUE "F5-Approuver F6-Rejeter F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 21 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 FACTURIERS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "ANNUAIRE DES FACTURIERS"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CODE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(6) TO WS-FTR-IN-CODE
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "CATEGORIE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-FTR-IN-CATEGORIE
          LINE 6 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "NOM :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) TO WS-FTR-IN-NOM
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "IBAN :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(34) TO WS-FTR-IN-IBAN
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "FORME REF (N/A/X) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) TO WS-FTR-IN-FORMAT
          LINE 9 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 48
          VALUE "CLE (AUCUNE/MOD97/LUHN) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(5) TO WS-FTR-IN-CLE
          LINE 9 COLUMN 74
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "CODE   NOM"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 11 COLUMN 39
          VALUE "CATEGORIE  AJOUT      STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(6) FROM WS-FTT-CODE(WS-FTR-CURRENT)
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-FTT-NOM(WS-FTR-CURRENT)
          LINE 12 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FTT-CATEGORIE(WS-FTR-CURRENT)
          LINE 12 COLUMN 39
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-FTT-DATE-AJOUT(WS-FTR-CURRENT)
          LINE 12 COLUMN 50
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FTT-STATUT(WS-FTR-CURRENT)
          LINE 12 COLUMN 61
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 13 COLUMN 1
          VALUE "IBAN :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(34) FROM WS-FTT-IBAN(WS-FTR-CURRENT)
          LINE 13 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 14 COLUMN 1
          VALUE "REF :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20)
          FROM WS-FTT-REF-FORMAT(WS-FTR-CURRENT)
          LINE 14 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(5) FROM WS-FTT-REF-CLE(WS-FTR-CURRENT)
          LINE 14 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Ajouter F2-Suivant F3-Retirer/Reactiver F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 SURENDET-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "DOSSIERS DE SURENDETTEMENT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-SDR-IN-CLIENT
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "DATE (AAAA-MM-JJ) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-SDR-IN-DATE
          LINE 6 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "PLAN - 1ER VERSEMENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-SDR-IN-DEBUT
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 40
          VALUE "NB MENSUALITES :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3) TO WS-SDR-IN-DUREE
          LINE 7 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "PLAN - VERSEMENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-SDR-IN-MENSUALITE
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 40
          VALUE "COMPTE DU PLAN :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-SDR-IN-COMPTE
          LINE 8 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "DOSSIER CLIENT DEPOT      RECEVABLE  STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(5) FROM WS-SDT-DOSSIERID(WS-SDR-CURRENT)
          LINE 11 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-SDT-IDCLIENT(WS-SDR-CURRENT)
          LINE 11 COLUMN 9
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-SDT-DATE-DECLARATION(WS-SDR-CURRENT)
          LINE 11 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-SDT-DATE-RECEVABILITE(WS-SDR-CURRENT)
          LINE 11 COLUMN 27
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-SDT-STATUT(WS-SDR-CURRENT)
          LINE 11 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "PLAN : DEBUT      DUREE VERSEMENT  COMPTE PROCHAIN"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 12 COLUMN 53
          VALUE "PAYES IMPAYES"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(10) FROM WS-SDT-PLAN-DEBUT(WS-SDR-CURRENT)
          LINE 13 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZ9 FROM WS-SDT-PLAN-DUREE(WS-SDR-CURRENT)
          LINE 13 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z(6)9.99
          FROM WS-SDT-PLAN-MENSUALITE(WS-SDR-CURRENT)
          LINE 13 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)
          FROM WS-SDT-PLAN-COMPTEID(WS-SDR-CURRENT)
          LINE 13 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-SDT-PLAN-PROCHAINE(WS-SDR-CURRENT)
          LINE 13 COLUMN 42
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZ9
          FROM WS-SDT-PLAN-NB-PAYES(WS-SDR-CURRENT)
          LINE 13 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZ9
          FROM WS-SDT-PLAN-NB-IMPAYES(WS-SDR-CURRENT)
          LINE 13 COLUMN 61
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Deposer F2-Suivant F3-Recevable F4-Plan"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 19 COLUMN 1
          VALUE "F5-Irrecevable F6-Clore F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 19 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 FRAGILES-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "CLIENTELE FINANCIEREMENT FRAGILE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE DU FORFAIT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-FRG-IN-COMPTE
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "CODE FORFAIT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(6) USING WS-FRG-IN-FORFAIT
          LINE 6 COLUMN 56
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "CLIENT STATUT     REPERE LE  DERNIER    SCORE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(5) FROM WS-FGT-IDCLIENT(WS-FRG-CURRENT)
          LINE 9 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FGT-STATUT(WS-FRG-CURRENT)
          LINE 9 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-FGT-DATE-DETECTION(WS-FRG-CURRENT)
          LINE 9 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-FGT-DATE-DERNIERE(WS-FRG-CURRENT)
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZ9 FROM WS-FGT-SCORE(WS-FRG-CURRENT)
          LINE 9 COLUMN 42
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 10 COLUMN 1
          VALUE "REJETS INTERDIT JOURS DEBITEURS SURENDETTEMENT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC ZZ9 FROM WS-FGT-NB-REJETS(WS-FRG-CURRENT)
          LINE 11 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) FROM WS-FGT-INTERDIT(WS-FRG-CURRENT)
          LINE 11 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZ9
          FROM WS-FGT-JOURS-DEBITEUR(WS-FRG-CURRENT)
          LINE 11 COLUMN 17
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) FROM WS-FGT-SURENDET(WS-FRG-CURRENT)
          LINE 11 COLUMN 33
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "OFFRE LE   REPONSE    LE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(10) FROM WS-FGT-DATE-OFFRE(WS-FRG-CURRENT)
          LINE 13 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-FGT-REPONSE(WS-FRG-CURRENT)
          LINE 13 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-FGT-DATE-REPONSE(WS-FRG-CURRENT)
          LINE 13 COLUMN 23
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Offre acceptee F2-Suivant F3-Offre refusee"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 19 COLUMN 1
          VALUE "F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 19 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 PEL-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "PLANS EPARGNE LOGEMENT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-PLS-IN-CLIENT
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "COMPTE PEL :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-PLS-IN-COMPTE
          LINE 6 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "COMPTE SOURCE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-PLS-IN-SOURCE
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 40
          VALUE "TAUX (%) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2)V99 TO WS-PLS-IN-TAUX
          LINE 7 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "DEPOT INITIAL :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7)V99 TO WS-PLS-IN-DEPOT
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 40
          VALUE "VERSEMENT MENSUEL :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-PLS-IN-VERSEMENT
          LINE 8 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "JOUR VERSEMENT 01-28 :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(2) TO WS-PLS-IN-JOUR
          LINE 9 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "CONTRAT CLIENT COMPTE SOURCE OUVERT LE   TAUX STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(5) FROM WS-PLT-CONTRATID(WS-PLS-CURRENT)
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-PLT-IDCLIENT(WS-PLS-CURRENT)
          LINE 12 COLUMN 9
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-PLT-COMPTEID(WS-PLS-CURRENT)
          LINE 12 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)
          FROM WS-PLT-COMPTE-SOURCE(WS-PLS-CURRENT)
          LINE 12 COLUMN 23
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-PLT-DATE-OUVERTURE(WS-PLS-CURRENT)
          LINE 12 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z9.99 FROM WS-PLT-TAUX(WS-PLS-CURRENT)
          LINE 12 COLUMN 41
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-PLT-STATUT(WS-PLS-CURRENT)
          LINE 12 COLUMN 47
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 13 COLUMN 1
          VALUE "VERSEMENT JOUR PROCHAIN   ANNIVERS.  CAPITAL"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 13 COLUMN 51
          VALUE "INTERETS   MANQ"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC ZZZZ9.99
          FROM WS-PLT-VERSEMENT(WS-PLS-CURRENT)
          LINE 14 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 99
          FROM WS-PLT-JOUR-VERSEMENT(WS-PLS-CURRENT)
          LINE 14 COLUMN 11
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-PLT-PROCHAIN(WS-PLS-CURRENT)
          LINE 14 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-PLT-ANNIVERSAIRE(WS-PLS-CURRENT)
          LINE 14 COLUMN 27
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z(8)9.99
          FROM WS-PLT-CAPITAL-ANNIV(WS-PLS-CURRENT)
          LINE 14 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z(6)9.99
          FROM WS-PLT-INTERETS-ACQUIS(WS-PLS-CURRENT)
          LINE 14 COLUMN 51
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC Z9
          FROM WS-PLT-NB-MANQUEMENTS(WS-PLS-CURRENT)
          LINE 14 COLUMN 63
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Ouvrir F2-Suivant F3-Demander la cloture"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 19 COLUMN 1
          VALUE "F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 19 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 INCIDENTS-CHEQUE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "INCIDENTS DE PAIEMENT CHEQUE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE RECHERCHE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-CIS-IN-COMPTE
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "MODE (P/C) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-CIS-IN-MODE
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 40
          VALUE "JUSTIFICATIF :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) TO WS-CIS-IN-PREUVE
          LINE 7 COLUMN 56
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "P : reglement beneficiaire  C : provision constituee"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "CHEQUE  COMPTE CLIENT  MONTANT  INCIDENT   STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(7) FROM WS-CIT-NUMERO(WS-CIS-CURRENT)
          LINE 11 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-CIT-COMPTEID(WS-CIS-CURRENT)
          LINE 11 COLUMN 9
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-CIT-IDCLIENT(WS-CIS-CURRENT)
          LINE 11 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZZZ9.99 FROM WS-CIT-MONTANT(WS-CIS-CURRENT)
          LINE 11 COLUMN 23
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-CIT-DATE-INCIDENT(WS-CIS-CURRENT)
          LINE 11 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CIT-STATUT(WS-CIS-CURRENT)
          LINE 11 COLUMN 43
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "INJONCTION DECLARE   REGULARISE MODE JUSTIFICATIF"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(10)
          FROM WS-CIT-DATE-INJONCTION(WS-CIS-CURRENT)
          LINE 13 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CIT-DATE-DECL(WS-CIS-CURRENT)
          LINE 13 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CIT-DATE-REGUL(WS-CIS-CURRENT)
          LINE 13 COLUMN 23
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X FROM WS-CIT-MODE-REGUL(WS-CIS-CURRENT)
          LINE 13 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(20) FROM WS-CIT-PREUVE(WS-CIS-CURRENT)
          LINE 13 COLUMN 39
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Rechercher F2-Suivant F3-Regulariser"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 19 COLUMN 1
          VALUE "F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 19 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 TARIFS-FRAIS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "TARIFS DES FRAIS"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "TYPE D'OPERATION          EFFET      MONTANT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 46
          VALUE "APPROUVE   SAISI    APPROUVE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(25) FROM WS-TFT-TYPEOP(WS-TFS-CURRENT)
          LINE 7 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-TFT-DATE-EFFET(WS-TFS-CURRENT)
          LINE 7 COLUMN 27
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZ9.99 FROM WS-TFT-MONTANT(WS-TFS-CURRENT)
          LINE 7 COLUMN 38
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-TFT-DATE-APPROB(WS-TFS-CURRENT)
          LINE 7 COLUMN 46
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(8) FROM WS-TFT-SAISI-PAR(WS-TFS-CURRENT)
          LINE 7 COLUMN 57
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(8)
          FROM WS-TFT-APPROUVE-PAR(WS-TFS-CURRENT)
          LINE 7 COLUMN 66
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "NOUVELLE LIGNE - TYPE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(25) TO WS-TFS-IN-TYPEOP
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "MONTANT (999.99) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(3)V99 TO WS-TFS-IN-MONTANT
          LINE 10 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "DATE EFFET (AAAA-MM-JJ) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-TFS-IN-DATE
          LINE 11 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 45
          VALUE "AU PLUS TOT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-TFS-DATE-MIN
          LINE 11 COLUMN 60
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Suivant F2-Soumettre la ligne F9-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 EFFACEMENTS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "EFFACEMENT DES DONNEES (DROIT A L'OUBLI)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-EFS-IN-CLIENT
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "DEMANDE CLIENT  RECUE LE   SAISI PAR STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(5) FROM WS-EFT-NUMERO(WS-EFS-CURRENT)
          LINE 9 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-EFT-IDCLIENT(WS-EFS-CURRENT)
          LINE 9 COLUMN 9
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-EFT-DATE-DEMANDE(WS-EFS-CURRENT)
          LINE 9 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(8) FROM WS-EFT-SAISI-PAR(WS-EFS-CURRENT)
          LINE 9 COLUMN 27
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-EFT-STATUT(WS-EFS-CURRENT)
          LINE 9 COLUMN 37
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 10 COLUMN 1
          VALUE "DECIDE LE  MOTIF"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 10 COLUMN 53
          VALUE "CONSERVE JUSQU'AU"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(10)
          FROM WS-EFT-DATE-DECISION(WS-EFS-CURRENT)
          LINE 11 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(40) FROM WS-EFT-MOTIF(WS-EFS-CURRENT)
          LINE 11 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-EFT-DATE-FIN-CONSERV(WS-EFS-CURRENT)
          LINE 11 COLUMN 53
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Rechercher F2-Suivant F3-Enregistrer la demande"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 19 COLUMN 1
          VALUE "F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 19 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 CONSENTEMENTS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "CONSENTEMENTS MARKETING"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-CSB-IN-CLIENT
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "CANAL          ACTUEL  DEPUIS LE   ORIGINE   OUI/NON"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 8 COLUMN 1
          VALUE "EMAIL"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) FROM WS-CSB-ACCORD(1)
          LINE 8 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CSB-DATE(1)
          LINE 8 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-CSB-ORIGINE(1)
          LINE 8 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) TO WS-CSB-IN(1)
          LINE 8 COLUMN 46
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "SMS"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) FROM WS-CSB-ACCORD(2)
          LINE 9 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CSB-DATE(2)
          LINE 9 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-CSB-ORIGINE(2)
          LINE 9 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) TO WS-CSB-IN(2)
          LINE 9 COLUMN 46
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "COURRIER"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) FROM WS-CSB-ACCORD(3)
          LINE 10 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CSB-DATE(3)
          LINE 10 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-CSB-ORIGINE(3)
          LINE 10 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) TO WS-CSB-IN(3)
          LINE 10 COLUMN 46
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "APPLICATION"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) FROM WS-CSB-ACCORD(4)
          LINE 11 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CSB-DATE(4)
          LINE 11 COLUMN 24
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-CSB-ORIGINE(4)
          LINE 11 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) TO WS-CSB-IN(4)
          LINE 11 COLUMN 46
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 13 COLUMN 1
          VALUE "HISTORIQUE : DATE       HEURE  CANAL    ACCORD"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 13 COLUMN 50
          VALUE "ORIGINE SAISI PAR"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(10) FROM WS-CSH-DATE(WS-CSH-CURRENT)
          LINE 14 COLUMN 14
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-CSH-HEURE(WS-CSH-CURRENT)
          LINE 14 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(8) FROM WS-CSH-CANAL(WS-CSH-CURRENT)
          LINE 14 COLUMN 32
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(3) FROM WS-CSH-ACCORD(WS-CSH-CURRENT)
          LINE 14 COLUMN 41
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(6) FROM WS-CSH-ORIGINE(WS-CSH-CURRENT)
          LINE 14 COLUMN 50
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(8) FROM WS-CSH-SAISI-PAR(WS-CSH-CURRENT)
          LINE 14 COLUMN 58
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Rechercher F2-Enregistrer F3-Historique suivant"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 19 COLUMN 1
          VALUE "F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 19 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 CLISENS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "PERSONNEL ET CLIENTS SENSIBLES"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT   CATEGORIE  OPERATEUR LIEN       DEPUIS LE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 53
          VALUE "STATUT     FIN"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(5) FROM WS-SNB-IDCLIENT(WS-SNB-CURRENT)
          LINE 7 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-SNB-CATEGORIE(WS-SNB-CURRENT)
          LINE 7 COLUMN 10
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(8) FROM WS-SNB-OPERATEUR(WS-SNB-CURRENT)
          LINE 7 COLUMN 21
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-SNB-LIEN(WS-SNB-CURRENT)
          LINE 7 COLUMN 31
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-SNB-DATE-DEBUT(WS-SNB-CURRENT)
          LINE 7 COLUMN 42
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-SNB-STATUT(WS-SNB-CURRENT)
          LINE 7 COLUMN 53
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-SNB-DATE-FIN(WS-SNB-CURRENT)
          LINE 7 COLUMN 64
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "NOUVELLE LIGNE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 10 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-SNB-IN-CLIENT
          LINE 10 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "CATEGORIE (PERSONNEL/PROCHE/VIP) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-SNB-IN-CATEGORIE
          LINE 11 COLUMN 36
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 12 COLUMN 1
          VALUE "OPERATEUR DU SALARIE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) TO WS-SNB-IN-OPERATEUR
          LINE 12 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 13 COLUMN 1
          VALUE "LIEN (PROCHE) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-SNB-IN-LIEN
          LINE 13 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Ligne suivante F2-Ajouter F3-Lever la ligne"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 19 COLUMN 1
          VALUE "F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 19 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 ACCES-SENSIBLE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "COMPTE PROTEGE - MOTIF DE CONSULTATION"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) FROM WS-ACS-CLIENT-SENS
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 7 COLUMN 1
          VALUE "CATEGORIE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) FROM WS-ACS-CATEGORIE
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 9 COLUMN 1
          VALUE "MOTIF :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(3) TO WS-ACS-MOTIF
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "DEM demande du client   REC reclamation"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "CTL controle  JUD requisition  SUC succession"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 12 COLUMN 1
          VALUE "COMMENTAIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) TO WS-ACS-COMMENTAIRE
          LINE 12 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1 : Consulter (trace) - F9 : Renoncer"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 DOCUMENTS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "RIB ET ATTESTATIONS DE COMPTE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-DOC-IN-COMPTE
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "DOCUMENT (R/T/S) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(1) TO WS-DOC-IN-TYPE
          LINE 7 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "R RIB  T DETENTION DE COMPTE  S SOLDE A UNE DATE"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "DATE DU SOLDE (AAAA-MM-JJ) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-DOC-IN-DATE
          LINE 9 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "VERIFIER LE DOCUMENT N. :"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(7) TO WS-DOC-IN-NUMERO
          LINE 11 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 40
          VALUE "CLE :"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(2) TO WS-DOC-IN-CLE
          LINE 11 COLUMN 46
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(75) FROM WS-DOC-VERIF-1
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(75) FROM WS-DOC-VERIF-2
          LINE 13 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WS-DOC-MESSAGE
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Emettre F2-Verifier un document F9-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 COURRIER-REVENU-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "COURRIER REVENU (N'HABITE PAS A L'ADRESSE INDIQUEE)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT ID :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-NPA-IN-CLIENT
          LINE 6 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "ADRESSE COURANTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(80) FROM WS-NPA-AFF-ADRESSE
          LINE 8 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(60) FROM WS-NPA-AFF-STATUT
          LINE 9 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 1
          VALUE "DATE DU RETOUR (AAAA-MM-JJ) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-NPA-IN-DATE
          LINE 11 COLUMN 31
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 12 COLUMN 1
          VALUE "PLI REVENU (RELEVE, LETTRE...) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) TO WS-NPA-IN-DOCUMENT
          LINE 12 COLUMN 34
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 15 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Afficher F2-Enregistrer le retour F9-Revenir"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 PRESTATAIRES-DSP2-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "PRESTATAIRES TIERS (DSP2)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CODE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) TO WS-DPR-IN-CODE
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "PAYS D'AGREMENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(2) TO WS-DPR-IN-PAYS
          LINE 6 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "NOM :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) TO WS-DPR-IN-NOM
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "N. D'AGREMENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) TO WS-DPR-IN-AGREMENT
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "CODE     NOM"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 11 COLUMN 41
          VALUE "PAYS AJOUT      STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(8) FROM WS-DPT-CODE(WS-DPR-CURRENT)
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-DPT-NOM(WS-DPR-CURRENT)
          LINE 12 COLUMN 10
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(2) FROM WS-DPT-PAYS(WS-DPR-CURRENT)
          LINE 12 COLUMN 41
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-DPT-DATE-AJOUT(WS-DPR-CURRENT)
          LINE 12 COLUMN 46
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-DPT-STATUT(WS-DPR-CURRENT)
          LINE 12 COLUMN 57
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 13 COLUMN 1
          VALUE "AGREMENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) FROM WS-DPT-AGREMENT(WS-DPR-CURRENT)
          LINE 13 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Ajouter F2-Suivant F3-Suspendre/Reactiver F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 PORTEFEUILLES-CONSEIL-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "PORTEFEUILLES CONSEILLERS"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "ID CLIENT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) USING WS-CSL-IN-IDCLIENT
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "CONSEILLER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) USING WS-CSL-IN-CONSEILLER
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "ANCIEN CONSEILLER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) USING WS-CSL-IN-ANCIEN
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "CONSEILLER NOM"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 11 COLUMN 41
          VALUE "DEPUIS     CLIENTS TACHES"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(8) FROM WS-CSL-AFF-CONSEILLER
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-CSL-AFF-NOM
          LINE 12 COLUMN 10
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-CSL-AFF-DEPUIS
          LINE 12 COLUMN 41
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZZ9 FROM WS-CSL-AFF-CLIENTS
          LINE 12 COLUMN 55
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZZ9 FROM WS-CSL-AFF-TACHES
          LINE 12 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Afficher F2-Affecter F3-Reaffecter tout F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 CORBEILLE-CONSEIL-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "CORBEILLE CONSEILLER"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CONSEILLER (OU POOL) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) USING WS-TCH-IN-CONSEILLER
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "TACHES OUVERTES :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC ZZZ9 FROM WS-TCH-AFF-OUVERTES
          LINE 6 COLUMN 58
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 11 COLUMN 1
          VALUE "NUMERO  CLIENT ORIGINE  RECUE LE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 11 COLUMN 45
          VALUE "STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(7) FROM WS-TCH-AFF-NUMERO
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-TCH-AFF-IDCLIENT
          LINE 12 COLUMN 9
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(8) FROM WS-TCH-AFF-ORIGINE
          LINE 12 COLUMN 16
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-TCH-AFF-DATE
          LINE 12 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(8) FROM WS-TCH-AFF-STATUT
          LINE 12 COLUMN 45
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(60) FROM WS-TCH-AFF-LIBELLE
          LINE 13 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Charger F2-Suivante F3-Traitee F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 REMISE-CHEQUES-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "REMISE DE CHEQUES (SAUF BONNE FIN)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "ID COMPTE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) USING WS-RCQ-IN-COMPTEID
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "BORDEREAU ANNONCE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7) USING WS-RCQ-IN-BORDEREAU
          LINE 6 COLUMN 60
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "NUMERO DU CHEQUE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(7) USING WS-RCQ-IN-NUMCHEQUE
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 40
          VALUE "BANQUE TIREE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) USING WS-RCQ-IN-BANQUE
          LINE 7 COLUMN 60
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "TIREUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) USING WS-RCQ-IN-TIREUR
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "MONTANT :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5)V99 TO WS-RCQ-IN-MONTANT
          LINE 9 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "BORDEREAU CHEQUES      TOTAL VALEUR     DISPONIBLE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(7) FROM WS-RCQ-BORDEREAU
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZZ9 FROM WS-RCQ-AFF-NB
          LINE 12 COLUMN 14
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZZZZZ9.99 FROM WS-RCQ-AFF-TOTAL
          LINE 12 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-RCQ-AFF-VALEUR
          LINE 12 COLUMN 30
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-RCQ-AFF-DISPO
          LINE 12 COLUMN 41
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Crediter F2-Nouv. bordereau F3-Annonce F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 QUALITE-DONNEES-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "QUALITE DES DONNEES CLIENTS"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "AGENCE (VIDE = TOUTES) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) USING WS-QLT-IN-AGENCE
          LINE 6 COLUMN 26
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "A CORRIGER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC ZZZ9 FROM WS-QLT-AFF-RESTANTS
          LINE 6 COLUMN 53
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 8 COLUMN 1
          VALUE "ADRESSE EMAIL TEL FISCAL SIRET IBAN KYCDOC"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "AGENCE     CLIENT NOM"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 11 COLUMN 50
          VALUE "SCORE NOTE LE    STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC X(10) FROM WS-QLT-AFF-AGENCE
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-QLT-AFF-IDCLIENT
          LINE 12 COLUMN 12
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(30) FROM WS-QLT-AFF-NOM
          LINE 12 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC ZZ9 FROM WS-QLT-AFF-SCORE
          LINE 12 COLUMN 52
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-QLT-AFF-DATE
          LINE 12 COLUMN 56
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-QLT-AFF-STATUT
          LINE 12 COLUMN 67
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(56) FROM WS-QLT-AFF-REGLES
          LINE 13 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Charger F2-Suivant F3-Corrige F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 MINEURS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "MINEURS ET REPRESENTANTS LEGAUX"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "CLIENT MINEUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-MNR-IN-CLIENT
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "NE(E) LE (AAAA-MM-JJ) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-MNR-IN-NAISSANCE
          LINE 6 COLUMN 64
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "REPRESENTANT LEGAL :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-MNR-IN-REPRESENTANT
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 40
          VALUE "LIEN (PERE/MERE/TUTEUR) :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-MNR-IN-LIEN
          LINE 7 COLUMN 66
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "PRODUIT A LA MAJORITE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10) TO WS-MNR-IN-PRODUIT
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
          VALUE "MINEUR NAISSANCE  REPR.  LIEN"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 10 COLUMN 39
          VALUE "PRODUIT    INSCRIT    STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(5) FROM WS-MNT-IDCLIENT(WS-MNR-CURRENT)
          LINE 11 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-MNT-NAISSANCE(WS-MNR-CURRENT)
          LINE 11 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5)
          FROM WS-MNT-REPRESENTANT(WS-MNR-CURRENT)
          LINE 11 COLUMN 19
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-MNT-LIEN(WS-MNR-CURRENT)
          LINE 11 COLUMN 26
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-MNT-PRODUIT-MAJEUR(WS-MNR-CURRENT)
          LINE 11 COLUMN 39
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-MNT-DATE-ENREG(WS-MNR-CURRENT)
          LINE 11 COLUMN 50
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-MNT-STATUT(WS-MNR-CURRENT)
          LINE 11 COLUMN 61
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 12 COLUMN 1
          VALUE "MAJORITE LE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10)
          FROM WS-MNT-DATE-MAJORITE(WS-MNR-CURRENT)
          LINE 12 COLUMN 15
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Inscrire F2-Suivant F3-Retirer le lien F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 COFFRES-FORTS-SCREEN.
          05 FILLER LINE 4 COLUMN 1
          VALUE "COFFRES-FORTS (LOCATION, VISITES)"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 6 COLUMN 1
          VALUE "AGENCE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-KFR-IN-AGENCE
          LINE 6 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 40
          VALUE "NUMERO DU COFFRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(4) TO WS-KFR-IN-NUMERO
          LINE 6 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
          VALUE "TAILLE P/M/G :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(1) TO WS-KFR-IN-TAILLE
          LINE 7 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 40
          VALUE "CLIENT TITULAIRE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-KFR-IN-CLIENT
          LINE 7 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
          VALUE "COMPTE DU LOYER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-KFR-IN-COMPTE
          LINE 8 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 40
          VALUE "CO-LOCATAIRE 1 :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-KFR-IN-COLOC-1
          LINE 8 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
          VALUE "CO-LOCATAIRE 2 :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-KFR-IN-COLOC-2
          LINE 9 COLUMN 25
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 40
          VALUE "CLIENT VISITEUR :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(5) TO WS-KFR-IN-VISITEUR
          LINE 9 COLUMN 62
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
          VALUE "AGENCE NUM  T CLIENT CPTE"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER LINE 11 COLUMN 29
          VALUE "COLOC COLOC DEBUT      ECHEANCE   STATUT"
          FOREGROUND-COLOR COB-COLOR-YELLOW.
          05 FILLER PIC 9(5) FROM WS-KFT-AGENCE(WS-KFR-CURRENT)
          LINE 12 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(4) FROM WS-KFT-NUMERO(WS-KFR-CURRENT)
          LINE 12 COLUMN 8
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(1) FROM WS-KFT-TAILLE(WS-KFR-CURRENT)
          LINE 12 COLUMN 13
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-KFT-IDCLIENT(WS-KFR-CURRENT)
          LINE 12 COLUMN 15
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-KFT-COMPTEID(WS-KFR-CURRENT)
          LINE 12 COLUMN 22
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-KFT-COLOC-1(WS-KFR-CURRENT)
          LINE 12 COLUMN 29
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC 9(5) FROM WS-KFT-COLOC-2(WS-KFR-CURRENT)
          LINE 12 COLUMN 35
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-KFT-DATE-DEBUT(WS-KFR-CURRENT)
          LINE 12 COLUMN 41
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10)
          FROM WS-KFT-DATE-ECHEANCE(WS-KFR-CURRENT)
          LINE 12 COLUMN 52
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(10) FROM WS-KFT-STATUT(WS-KFR-CURRENT)
          LINE 12 COLUMN 63
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 13 COLUMN 1
          VALUE "MOTIF DU BLOCAGE :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(10)
          FROM WS-KFT-MOTIF-BLOCAGE(WS-KFR-CURRENT)
          LINE 13 COLUMN 20
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER LINE 13 COLUMN 35
          VALUE "RELANCES LOYER :"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC 9(1)
          FROM WS-KFT-NB-RELANCES(WS-KFR-CURRENT)
          LINE 13 COLUMN 52
          FOREGROUND-COLOR COB-COLOR-WHITE.
          05 FILLER PIC X(50) FROM WSMSG
          LINE 16 COLUMN 1
          FOREGROUND-COLOR COB-COLOR-RED.
          05 FILLER LINE 18 COLUMN 1
          VALUE "F1-Louer F2-Suivant F3-Visite F4-Resilier F9-Retour"
          FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
          LINE 18 COLUMN 79
          FOREGROUND-COLOR COB-COLOR-GREEN.
       01 SIGNON-SCREEN.

           05 FILLER LINE 8 COLUMN 23
           VALUE "IDENTIFICATION OPERATEUR"
           BLANK SCREEN
           FOREGROUND-COLOR COB-COLOR-YELLOW.

           05 FILLER LINE 10 COLUMN 23
           VALUE "VOTRE IDENTIFIANT :"
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER PIC X(8) TO WS-OPER-SAISIE
           LINE 10 COLUMN 45
           FOREGROUND-COLOR COB-COLOR-GREEN.

           05 FILLER PIC X(50) FROM WSMSG
           LINE 15 COLUMN 23
           FOREGROUND-COLOR COB-COLOR-RED.

           05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
           LINE 18 COLUMN 79
           FOREGROUND-COLOR COB-COLOR-GREEN.

       01 CONFIRMER-CLIENTS-SCREEN.

             05 FILLER LINE 4 COLUMN 1
             VALUE "CLIENTS EN ATTENTE DE CONFIRMATION"
             FOREGROUND-COLOR COB-COLOR-YELLOW.

             05 FILLER LINE 6 COLUMN 1
             VALUE "SAISI PAR :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC X(8)
             FROM WS-CLP-OPERATEUR(WS-CLP-CURRENT)
             LINE 6 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 7 COLUMN 1
             VALUE "NOM :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC X(20) FROM WS-CLP-NOM(WS-CLP-CURRENT)
             LINE 7 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 8 COLUMN 1
             VALUE "PRENOM :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC X(20) FROM WS-CLP-PRENOM(WS-CLP-CURRENT)
             LINE 8 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 9 COLUMN 1
             VALUE "TYPE :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC X(20)
             FROM WS-CLP-TYPECLIENT(WS-CLP-CURRENT)
             LINE 9 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 10 COLUMN 1
             VALUE "SAISI LE :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC X(10) FROM WS-CLP-DATE(WS-CLP-CURRENT)
             LINE 10 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER LINE 11 COLUMN 1
             VALUE "STATUT :"
             FOREGROUND-COLOR COB-COLOR-GREEN.
             05 FILLER PIC X(10) FROM WS-CLP-STATUT(WS-CLP-CURRENT)
             LINE 11 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE.

             05 FILLER PIC X(50) FROM WSMSG
             LINE 15 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-RED.

             05 FILLER LINE 18 COLUMN 1
             VALUE "F1-Suivant F2-Confirmer F3-Rejeter F9-Revenir"
             FOREGROUND-COLOR COB-COLOR-GREEN.

             05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-GREEN.


       PROCEDURE DIVISION.

       0100-MAIN-PROCEDURE.
           OPEN EXTEND GENERESQL.
           OPEN OUTPUT  GENERUPDATE.

           COMPUTE MOUSE-FLAGS = COB-AUTO-MOUSE-HANDLING
                      + COB-ALLOW-LEFT-DOWN   + COB-ALLOW-MIDDLE-DOWN  
                       + COB-ALLOW-RIGHT-DOWN
                      + COB-ALLOW-LEFT-UP     + COB-ALLOW-MIDDLE-UP    
                       + COB-ALLOW-RIGHT-UP
                      + COB-ALLOW-LEFT-DOUBLE + COB-ALLOW-MIDDLE-DOUBLE
                       + COB-ALLOW-RIGHT-DOUBLE
                      + COB-ALLOW-MOUSE-MOVE

           SET environment "COB_MOUSE_FLAGS"  to MOUSE-FLAGS.
           

           DISPlAY WELCOME-SCREEN.
           CALL "C$SLEEP" USING 2 END-CALL.

           PERFORM 0110-SIGNON-OPERATEUR.

              MOVE 001 TO L-CLIENT-ID.
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



           DISPLAY HEADER-SCREEN
           DISPLAY MAIN-FUNCTION-SCREEN.
           ACCEPT MAIN-FUNCTION-SCREEN

           if(wRowR >=3 and wRowR <= 7) and (wColR >= 0 
           and wColR <= 70)
              PERFORM 0200-VOIR-FICHIER-CLIENTELE.
              Display '--------------------------' at LINE 1 COLUMN 6.

           if(wRowR >=3 and wRowR <= 7) and (wColR >= 80 
           and wColR <= 130)
           PERFORM 0220-AJOUTER-NOUVEAU-CLIENT.

           if(wRowR >=8 and wRowR <= 12) and (wColR >= 0 
           and wColR <= 70)
           PERFORM 0240-ACCEDER-UN-COMPTE.

           if(wRowR >=8 and wRowR <= 12) and (wColR >= 80 
           and wColR <= 130)
           PERFORM 0260-VOIR-TOUTES-OP-ATTENTE.

           if(wRowR >=13 and wRowR <= 17) and (wColR >= 0 
           and wColR <= 70)
           PERFORM 0280-ACCEDER-MESSAGERIE.


           if(wRowR >=13 and wRowR <= 17) and (wColR >= 80
           and wColR <= 130)
              DISPLAY LEAVE-SCREEN.
              CALL "C$SLEEP" USING 2 END-CALL.
              STOP RUN.

           if(wRowR >=18 and wRowR <= 22) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0290-VALIDER-VIREMENTS-ATTENTE.

           if(wRowR >=18 and wRowR <= 22) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0300-VOIR-COMPTES-CLIENT.

           if(wRowR >=23 and wRowR <= 27) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0310-GERER-SUSPENS.

           if(wRowR >=23 and wRowR <= 27) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0320-GERER-TAUX.

           if(wRowR >=28 and wRowR <= 32) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0330-GERER-BAREME.

           if(wRowR >=28 and wRowR <= 32) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0225-CONFIRMER-CLIENTS.

           if(wRowR >=33 and wRowR <= 37) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0340-REVOIR-ALERTES.

           if(wRowR >=33 and wRowR <= 37) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0350-GERER-ADRESSES.

           if(wRowR >=38 and wRowR <= 42) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0360-CONFIRMER-BENEF.

           if(wRowR >=38 and wRowR <= 42) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0370-GERER-MANDATS.

           if(wRowR >=43 and wRowR <= 47) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0380-GERER-SAISIES.

           if(wRowR >=43 and wRowR <= 47) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0390-GERER-CONTESTATIONS.

           if(wRowR >=48 and wRowR <= 52) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0400-GERER-CALENDRIER.

           if(wRowR >=48 and wRowR <= 52) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0410-REVUE-KYC.

           if(wRowR >=53 and wRowR <= 57) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0420-DOSSIERS-GEL.

           if(wRowR >=53 and wRowR <= 57) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0430-RENVOIS-CB.

           if(wRowR >=58 and wRowR <= 62) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0440-DEBLOQUER-PIN.

           if(wRowR >=58 and wRowR <= 62) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0450-CAISSE.

           if(wRowR >=63 and wRowR <= 67) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0460-CHANGEMENTS-ATTENTE.

           if(wRowR >=63 and wRowR <= 67) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0470-CONSULTER-AUDIT.

           if(wRowR >=68 and wRowR <= 72) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0480-TABLEAU-DE-BORD.

           if(wRowR >=68 and wRowR <= 72) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0490-GERER-CATEGORIES.

           if(wRowR >=73 and wRowR <= 77) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0495-RECHERCHER-OPERATION.

           if(wRowR >=73 and wRowR <= 77) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0510-DEVERROUILLER-IDENT.

           if(wRowR >=78 and wRowR <= 82) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0520-GERER-PARAMETRES.

           if(wRowR >=78 and wRowR <= 82) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0530-SPOOL-RAPPORTS.

           if(wRowR >=83 and wRowR <= 87) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0540-OPERATIONS-DIVERSES.

           if(wRowR >=83 and wRowR <= 87) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0550-SUCCESSIONS.

           if(wRowR >=88 and wRowR <= 92) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0560-GERER-PROCURATIONS.

           if(wRowR >=88 and wRowR <= 92) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0570-REVUE-DOUBLONS.

           if(wRowR >=93 and wRowR <= 97) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0580-REGISTRE-RECLAMATIONS.

           if(wRowR >=93 and wRowR <= 97) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0600-REVUE-DEMANDES-PRET.

           if(wRowR >=98 and wRowR <= 102) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0610-REMBOURSEMENT-ANTICIPE.

           if(wRowR >=98 and wRowR <= 102) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0620-CREDIT-RENOUVELABLE.

           if(wRowR >=103 and wRowR <= 107) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0630-GERER-NANTISSEMENTS.

           if(wRowR >=103 and wRowR <= 107) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0640-CAUTIONS-BANCAIRES.

           if(wRowR >=108 and wRowR <= 112) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0670-COFFRES-FORTS.

           if(wRowR >=108 and wRowR <= 112) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0680-FACTURIERS.

           if(wRowR >=113 and wRowR <= 117) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0690-MINEURS.

           if(wRowR >=113 and wRowR <= 117) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0700-SURENDETTEMENT.

           if(wRowR >=118 and wRowR <= 122) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0710-CLIENTELE-FRAGILE.

           if(wRowR >=118 and wRowR <= 122) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0720-PLANS-EPARGNE-LOGEMENT.

           if(wRowR >=123 and wRowR <= 127) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0730-INCIDENTS-CHEQUE.

           if(wRowR >=123 and wRowR <= 127) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0750-EFFACEMENTS.

           if(wRowR >=128 and wRowR <= 132) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0760-CONSENTEMENTS.

           if(wRowR >=128 and wRowR <= 132) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0770-CLIENTS-SENSIBLES.

           if(wRowR >=133 and wRowR <= 137) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0780-DOCUMENTS-COMPTE.

           if(wRowR >=133 and wRowR <= 137) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0790-COURRIER-REVENU.

           if(wRowR >=138 and wRowR <= 142) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0800-PRESTATAIRES-DSP2.

           if(wRowR >=138 and wRowR <= 142) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0810-PORTEFEUILLES-CONSEIL.

           if(wRowR >=143 and wRowR <= 147) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0820-CORBEILLE-CONSEIL.

           if(wRowR >=143 and wRowR <= 147) and (wColR >= 80
           and wColR <= 130)
           PERFORM 0830-REMISE-CHEQUES.

           if(wRowR >=148 and wRowR <= 152) and (wColR >= 0
           and wColR <= 70)
           PERFORM 0840-QUALITE-DONNEES.


      *>------------------------------------------------------------------------
      *> revue des doublons clients : les paires posees par
      *> doublonclibatch sont confirmees (fusion supervisee de tout
      *> ce qui est rattache au perdant via clifusion, pierre
      *> tombale comprise) ou ecartees ; une paire ecartee n'est
      *> jamais representee par le batch
       0570-REVUE-DOUBLONS.
            PERFORM 0572-LOAD-DOUBLONS.
            INITIALIZE WSMSG.

            IF WS-DBL-AREVOIR-COUNT = 0
               MOVE "Aucun doublon a revoir" TO WSMSG
               MOVE 1 TO WS-DBL-CURRENT
               DISPLAY HEADER-SCREEN
               DISPLAY REVUE-DOUBLONS-SCREEN
               ACCEPT REVUE-DOUBLONS-SCREEN
            ELSE
               MOVE 0 TO WS-DBL-CURRENT
               PERFORM 0573-DOUBLON-SUIVANT

               PERFORM FOREVER
                  ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
                  MOVE ZEROES TO WS-DBL-IN-SURVIVANT

                  DISPLAY HEADER-SCREEN
                  DISPLAY REVUE-DOUBLONS-SCREEN
                  ACCEPT REVUE-DOUBLONS-SCREEN
                  MOVE wRetCode TO WS-FNC-KEY

                  EVALUATE TRUE
                     WHEN V-FNC-F1
                        PERFORM 0573-DOUBLON-SUIVANT
                        INITIALIZE WSMSG

                     WHEN V-FNC-F2
                        PERFORM 0575-FUSIONNER-LA-PAIRE

                     WHEN V-FNC-F3
                        PERFORM 0576-ECARTER-LA-PAIRE

                     WHEN V-FNC-F9
                        EXIT PERFORM

                     WHEN OTHER
                        MOVE "F1-Suiv F2-Fusionner F3-Ecarter F9-Rev"
                          TO WSMSG
                  END-EVALUATE
               END-PERFORM
            END-IF.

       0572-LOAD-DOUBLONS.
           OPEN INPUT DOUBLONCLI.
           MOVE 0 TO WS-DBL-COUNT.
           MOVE 0 TO WS-DBL-AREVOIR-COUNT.
           MOVE "NON" TO WS-DBL-EOF.
           IF WS-DOUBLONCLI-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ DOUBLONCLI
              AT END MOVE "OUI" TO WS-DBL-EOF
           END-READ.
           PERFORM UNTIL WS-DBL-EOF = "OUI"
              ADD 1 TO WS-DBL-COUNT
              MOVE DBC-ID1 TO WS-DBL-ID1(WS-DBL-COUNT)
              MOVE DBC-ID2 TO WS-DBL-ID2(WS-DBL-COUNT)
              MOVE DBC-SCORE TO WS-DBL-SCORE(WS-DBL-COUNT)
              MOVE DBC-DATE TO WS-DBL-DATE(WS-DBL-COUNT)
              MOVE DBC-STATUT TO WS-DBL-STATUT(WS-DBL-COUNT)
              IF DBC-STATUT = 'A REVOIR'
                 ADD 1 TO WS-DBL-AREVOIR-COUNT
              END-IF
              READ DOUBLONCLI
                 AT END MOVE "OUI" TO WS-DBL-EOF
              END-READ
           END-PERFORM.
           CLOSE DOUBLONCLI.

      *> avance a la prochaine paire A REVOIR (avec retour au
      *> debut) ; la garde borne le tour complet
       0573-DOUBLON-SUIVANT.
           MOVE ZEROES TO WS-DBL-GARDE.
           PERFORM UNTIL WS-DBL-GARDE > WS-DBL-COUNT
              ADD 1 TO WS-DBL-GARDE
              ADD 1 TO WS-DBL-CURRENT
              IF WS-DBL-CURRENT > WS-DBL-COUNT
                 MOVE 1 TO WS-DBL-CURRENT
              END-IF
              IF WS-DBL-STATUT(WS-DBL-CURRENT) = 'A REVOIR'
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> l'operateur designe le survivant (l'un des deux membres) ;
      *> clifusion repointe titularites, messages, ordres
      *> permanents et mandats du perdant et pose la pierre tombale
       0575-FUSIONNER-LA-PAIRE.
           IF WS-DBL-STATUT(WS-DBL-CURRENT) NOT = 'A REVOIR'
              MOVE "Paire deja traitee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-DBL-IN-SURVIVANT = WS-DBL-ID1(WS-DBL-CURRENT)
              MOVE WS-DBL-ID2(WS-DBL-CURRENT) TO WS-DBL-PERDANT
           ELSE
              IF WS-DBL-IN-SURVIVANT = WS-DBL-ID2(WS-DBL-CURRENT)
                 MOVE WS-DBL-ID1(WS-DBL-CURRENT) TO WS-DBL-PERDANT
              ELSE
                 MOVE "Saisir l'un des deux identifiants" TO WSMSG
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE 'NON' TO WS-DBL-FUSION-OK.
           CALL 'clifusion' USING WS-DBL-IN-SURVIVANT,
              WS-DBL-PERDANT, WS-OPER-ID, WS-DBL-FUSION-OK.
           IF WS-DBL-FUSION-OK NOT = 'OUI'
              MOVE "Fusion refusee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'FUSIONNE' TO WS-DBL-STATUT(WS-DBL-CURRENT).
           PERFORM 0579-REWRITE-DOUBLONS.

           MOVE 'FUSION DOUBLON' TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING 'PERDANT ' WS-DBL-PERDANT
              ' REPRIS PAR ' WS-DBL-IN-SURVIVANT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           SUBTRACT 1 FROM WS-DBL-AREVOIR-COUNT.
           MOVE "Fusion effectuee" TO WSMSG.
           PERFORM 0573-DOUBLON-SUIVANT.

       0576-ECARTER-LA-PAIRE.
           IF WS-DBL-STATUT(WS-DBL-CURRENT) NOT = 'A REVOIR'
              MOVE "Paire deja traitee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE 'ECARTE' TO WS-DBL-STATUT(WS-DBL-CURRENT).
           PERFORM 0579-REWRITE-DOUBLONS.

           MOVE 'ECART DOUBLON' TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING 'PAIRE ' WS-DBL-ID1(WS-DBL-CURRENT)
              ' / ' WS-DBL-ID2(WS-DBL-CURRENT) ' ECARTEE'
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           SUBTRACT 1 FROM WS-DBL-AREVOIR-COUNT.
           MOVE "Paire ecartee" TO WSMSG.
           PERFORM 0573-DOUBLON-SUIVANT.

       0579-REWRITE-DOUBLONS.
           OPEN OUTPUT DOUBLONCLI.
           PERFORM VARYING WS-DBL-GARDE FROM 1 BY 1
              UNTIL WS-DBL-GARDE > WS-DBL-COUNT
              MOVE WS-DBL-ID1(WS-DBL-GARDE) TO DBC-ID1
              MOVE WS-DBL-ID2(WS-DBL-GARDE) TO DBC-ID2
              MOVE WS-DBL-SCORE(WS-DBL-GARDE) TO DBC-SCORE
              MOVE WS-DBL-DATE(WS-DBL-GARDE) TO DBC-DATE
              MOVE WS-DBL-STATUT(WS-DBL-GARDE) TO DBC-STATUT
              WRITE DOUBLONCLI-RECORD
           END-PERFORM.
           CLOSE DOUBLONCLI.

      *>------------------------------------------------------------------------
      *> registre des reclamations : la file de travail montre
      *> chaque dossier ouvert avec ses jours ouvres restants avant
      *> la prochaine echeance reglementaire (accuse sous 10 jours
      *> ouvres, reponse sous 2 mois) et sa couleur d'escalade ;
      *> l'operateur accuse reception, enregistre la reponse ou
      *> ouvre un nouveau dossier
       0580-REGISTRE-RECLAMATIONS.
            PERFORM 0582-LOAD-RECLAM.
            INITIALIZE WSMSG.

            IF WS-RCL-OUVERTES-COUNT = 0
               MOVE "Aucun dossier ouvert (F5 pour ouvrir)" TO WSMSG
               MOVE 1 TO WS-RCL-CURRENT
               MOVE ZEROES TO WS-RCL-RESTANT
               MOVE SPACES TO WS-RCL-COULEUR
               DISPLAY HEADER-SCREEN
               DISPLAY RECLAMATIONS-SCREEN
               ACCEPT RECLAMATIONS-SCREEN
               MOVE wRetCode TO WS-FNC-KEY
               IF V-FNC-F5
                  PERFORM 0586-SAISIR-RECLAMATION
               END-IF
               EXIT PARAGRAPH
            END-IF.

            MOVE 0 TO WS-RCL-CURRENT.
            PERFORM 0583-RECLAMATION-SUIVANTE.

            PERFORM FOREVER
               ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
               PERFORM 0584-CALCULER-RESTANT

               DISPLAY HEADER-SCREEN
               DISPLAY RECLAMATIONS-SCREEN
               ACCEPT RECLAMATIONS-SCREEN
               MOVE wRetCode TO WS-FNC-KEY

               EVALUATE TRUE
                  WHEN V-FNC-F1
                     PERFORM 0583-RECLAMATION-SUIVANTE
                     INITIALIZE WSMSG

                  WHEN V-FNC-F2
                     PERFORM 0588-ACCUSER-RECEPTION

                  WHEN V-FNC-F3
                     PERFORM 0589-ENREGISTRER-REPONSE

                  WHEN V-FNC-F5
                     PERFORM 0586-SAISIR-RECLAMATION
                     PERFORM 0582-LOAD-RECLAM

                  WHEN V-FNC-F9
                     EXIT PERFORM

                  WHEN OTHER
                     MOVE "F1-Suiv F2-Accuser F3-Rep F5-Ouvr F9-Rev"
                       TO WSMSG
               END-EVALUATE
            END-PERFORM.

       0582-LOAD-RECLAM.
           OPEN INPUT RECLAM.
           MOVE 0 TO WS-RCL-COUNT.
           MOVE 0 TO WS-RCL-OUVERTES-COUNT.
           MOVE "NON" TO WS-RCL-EOF.
           IF WS-RECLAM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ RECLAM
              AT END MOVE "OUI" TO WS-RCL-EOF
           END-READ.
           PERFORM UNTIL WS-RCL-EOF = "OUI"
              ADD 1 TO WS-RCL-COUNT
              MOVE RCL-ID TO WS-RCL-ID(WS-RCL-COUNT)
              MOVE RCL-IDCLIENT TO WS-RCL-IDCLIENT(WS-RCL-COUNT)
              MOVE RCL-SUJET TO WS-RCL-SUJET(WS-RCL-COUNT)
              MOVE RCL-CATEGORIE TO WS-RCL-CATEGORIE(WS-RCL-COUNT)
              MOVE RCL-DATE-RECUE
                TO WS-RCL-DATE-RECUE(WS-RCL-COUNT)
              MOVE RCL-ECH-AR TO WS-RCL-ECH-AR(WS-RCL-COUNT)
              MOVE RCL-ECH-REP TO WS-RCL-ECH-REP(WS-RCL-COUNT)
              MOVE RCL-DATE-AR TO WS-RCL-DATE-AR(WS-RCL-COUNT)
              MOVE RCL-DATE-REP TO WS-RCL-DATE-REP(WS-RCL-COUNT)
              MOVE RCL-STATUT TO WS-RCL-STATUT(WS-RCL-COUNT)
              IF RCL-STATUT = 'OUVERTE' OR RCL-STATUT = 'ACCUSEE'
                 ADD 1 TO WS-RCL-OUVERTES-COUNT
              END-IF
              READ RECLAM
                 AT END MOVE "OUI" TO WS-RCL-EOF
              END-READ
           END-PERFORM.
           CLOSE RECLAM.

      *> avance au prochain dossier OUVERTE ou ACCUSEE (avec retour
      *> au debut) ; la garde borne le tour complet
       0583-RECLAMATION-SUIVANTE.
           MOVE ZEROES TO WS-RCL-GARDE.
           PERFORM UNTIL WS-RCL-GARDE > WS-RCL-COUNT
              ADD 1 TO WS-RCL-GARDE
              ADD 1 TO WS-RCL-CURRENT
              IF WS-RCL-CURRENT > WS-RCL-COUNT
                 MOVE 1 TO WS-RCL-CURRENT
              END-IF
              IF WS-RCL-STATUT(WS-RCL-CURRENT) = 'OUVERTE'
                 OR WS-RCL-STATUT(WS-RCL-CURRENT) = 'ACCUSEE'
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> jours ouvres restants avant la prochaine echeance
      *> applicable (accuse tant qu'il n'est pas fait, reponse
      *> ensuite) et couleur d'escalade : DEPASSEE, ROUGE (2 jours
      *> ou moins), ORANGE (5 jours ou moins), VERT sinon
       0584-CALCULER-RESTANT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RCL-TODAY-RAW.
           MOVE SPACES TO WS-RCL-TODAY-ISO.
           STRING WS-RCL-TODAY-RAW(1:4) '-' WS-RCL-TODAY-RAW(5:2)
              '-' WS-RCL-TODAY-RAW(7:2)
              DELIMITED BY SIZE INTO WS-RCL-TODAY-ISO.

           IF WS-RCL-STATUT(WS-RCL-CURRENT) = 'OUVERTE'
              MOVE WS-RCL-ECH-AR(WS-RCL-CURRENT)
                TO WS-RCL-PROCHAINE-ECH
           ELSE
              MOVE WS-RCL-ECH-REP(WS-RCL-CURRENT)
                TO WS-RCL-PROCHAINE-ECH
           END-IF.

           MOVE ZEROES TO WS-RCL-RESTANT.
           IF WS-RCL-PROCHAINE-ECH = SPACES
              MOVE SPACES TO WS-RCL-COULEUR
              EXIT PARAGRAPH
           END-IF.
           IF WS-RCL-TODAY-ISO > WS-RCL-PROCHAINE-ECH
              MOVE 'DEPASSEE' TO WS-RCL-COULEUR
              EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO WS-RCL-JO-ACTION.
           CALL 'jourouvre' USING WS-RCL-JO-ACTION,
              WS-RCL-TODAY-ISO, WS-RCL-PROCHAINE-ECH,
              WS-RCL-JO-RESULT-DATE, WS-RCL-JO-RESULT-JOURS.
           MOVE WS-RCL-JO-RESULT-JOURS TO WS-RCL-RESTANT.
           IF WS-RCL-RESTANT NOT > 2
              MOVE 'ROUGE' TO WS-RCL-COULEUR
           ELSE
              IF WS-RCL-RESTANT NOT > 5
                 MOVE 'ORANGE' TO WS-RCL-COULEUR
              ELSE
                 MOVE 'VERT' TO WS-RCL-COULEUR
              END-IF
           END-IF.

       0586-SAISIR-RECLAMATION.
           INITIALIZE WSMSG.
           MOVE ZEROES TO WS-RCL-IN-IDCLIENT.
           MOVE SPACES TO WS-RCL-IN-SUJET.
           MOVE SPACES TO WS-RCL-IN-CATEGORIE.
           DISPLAY HEADER-SCREEN.
           DISPLAY RECLAMATION-SAISIE-SCREEN.
           ACCEPT RECLAMATION-SAISIE-SCREEN.
           MOVE wRetCode TO WS-FNC-KEY.
           IF V-FNC-F1
              IF WS-RCL-IN-IDCLIENT = ZEROES
                 OR WS-RCL-IN-SUJET = SPACES
                 MOVE "Client et sujet obligatoires" TO WSMSG
              ELSE
                 PERFORM 0587-OUVRIR-RECLAMATION
                 MOVE "Dossier ouvert" TO WSMSG
              END-IF
           END-IF.

      *> ouverture du dossier : identifiant suivant, echeances
      *> reglementaires posees par le calendrier bancaire (accuse
      *> a +10 jours ouvres, reponse a +2 mois civils roules au
      *> premier jour ouvre)
       0587-OUVRIR-RECLAMATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RCL-TODAY-RAW.
           MOVE SPACES TO WS-RCL-TODAY-ISO.
           STRING WS-RCL-TODAY-RAW(1:4) '-' WS-RCL-TODAY-RAW(5:2)
              '-' WS-RCL-TODAY-RAW(7:2)
              DELIMITED BY SIZE INTO WS-RCL-TODAY-ISO.

           PERFORM 0590-PROCHAIN-ID-RECLAM.

           MOVE WS-RCL-NEXT-ID TO RCL-ID.
           MOVE WS-RCL-IN-IDCLIENT TO RCL-IDCLIENT.
           MOVE WS-RCL-IN-SUJET TO RCL-SUJET.
           IF WS-RCL-IN-CATEGORIE = SPACES
              MOVE 'AUTRE' TO RCL-CATEGORIE
           ELSE
              MOVE WS-RCL-IN-CATEGORIE TO RCL-CATEGORIE
           END-IF.
           MOVE WS-RCL-TODAY-ISO TO RCL-DATE-RECUE.

      *>    accuse de reception : +10 jours ouvres
           MOVE 'A' TO WS-RCL-JO-ACTION.
           MOVE 10 TO WS-RCL-JO-RESULT-JOURS.
           CALL 'jourouvre' USING WS-RCL-JO-ACTION,
              WS-RCL-TODAY-ISO, WS-RCL-JO-DATE2,
              WS-RCL-JO-RESULT-DATE, WS-RCL-JO-RESULT-JOURS.
           MOVE WS-RCL-JO-RESULT-DATE TO RCL-ECH-AR.

      *>    reponse : +2 mois civils (jour cale si inexistant),
      *>    roules au premier jour ouvre
           MOVE WS-RCL-TODAY-RAW TO WS-RCL-CAND-NUM.
           ADD 2 TO WS-RCL-C-MM.
           IF WS-RCL-C-MM > 12
              SUBTRACT 12 FROM WS-RCL-C-MM
              ADD 1 TO WS-RCL-C-YYYY
           END-IF.
           COMPUTE WS-RCL-INT-W = FUNCTION INTEGER-OF-DATE
              (WS-RCL-CAND-NUM).
           PERFORM UNTIL WS-RCL-INT-W > 0
              OR WS-RCL-C-DD < 29
              SUBTRACT 1 FROM WS-RCL-C-DD
              COMPUTE WS-RCL-INT-W = FUNCTION INTEGER-OF-DATE
                 (WS-RCL-CAND-NUM)
           END-PERFORM.
           MOVE SPACES TO WS-RCL-JO-DATE2.
           STRING WS-RCL-C-YYYY '-' WS-RCL-C-MM '-' WS-RCL-C-DD
              DELIMITED BY SIZE INTO WS-RCL-JO-DATE2.
           MOVE 'R' TO WS-RCL-JO-ACTION.
           CALL 'jourouvre' USING WS-RCL-JO-ACTION,
              WS-RCL-JO-DATE2, WS-RCL-TODAY-ISO,
              WS-RCL-JO-RESULT-DATE, WS-RCL-JO-RESULT-JOURS.
           MOVE WS-RCL-JO-RESULT-DATE TO RCL-ECH-REP.

           MOVE SPACES TO RCL-DATE-AR.
           MOVE SPACES TO RCL-DATE-REP.
           MOVE 'OUVERTE' TO RCL-STATUT.

           OPEN EXTEND RECLAM.
           IF WS-RECLAM-STATUS = "35"
              CLOSE RECLAM
              OPEN OUTPUT RECLAM
           END-IF.
           WRITE RECLAM-RECORD.
           CLOSE RECLAM.

           MOVE 'OUVERT RECLAMATION' TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING 'DOSSIER ' WS-RCL-NEXT-ID ' CLIENT '
              WS-RCL-IN-IDCLIENT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

      *>    le dossier tombe dans la corbeille du conseiller du client
           MOVE SPACES TO WS-TCH-LIBELLE.
           STRING 'RECLAMATION ' WS-RCL-NEXT-ID ' ' WS-RCL-IN-SUJET
              DELIMITED BY SIZE INTO WS-TCH-LIBELLE.
           CALL 'tacheconseil' USING WS-TCH-ACTION,
              WS-RCL-IN-IDCLIENT, WS-TCH-COMPTEID, WS-TCH-ORIGINE,
              WS-TCH-LIBELLE, WS-TCH-CONSEILLER.

       0588-ACCUSER-RECEPTION.
           IF WS-RCL-STATUT(WS-RCL-CURRENT) NOT = 'OUVERTE'
              MOVE "Accuse deja fait" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-RCL-TODAY-ISO TO WS-RCL-DATE-AR(WS-RCL-CURRENT).
           MOVE 'ACCUSEE' TO WS-RCL-STATUT(WS-RCL-CURRENT).
           PERFORM 0591-REWRITE-RECLAM.

           MOVE 'ACCUSE RECLAMATION' TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING 'DOSSIER ' WS-RCL-ID(WS-RCL-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Accuse de reception enregistre" TO WSMSG.

       0589-ENREGISTRER-REPONSE.
           IF WS-RCL-STATUT(WS-RCL-CURRENT) = 'REPONDUE'
              MOVE "Dossier deja repondu" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-RCL-TODAY-ISO
             TO WS-RCL-DATE-REP(WS-RCL-CURRENT).
           IF WS-RCL-DATE-AR(WS-RCL-CURRENT) = SPACES
              MOVE WS-RCL-TODAY-ISO
                TO WS-RCL-DATE-AR(WS-RCL-CURRENT)
           END-IF.
           MOVE 'REPONDUE' TO WS-RCL-STATUT(WS-RCL-CURRENT).
           PERFORM 0591-REWRITE-RECLAM.
           SUBTRACT 1 FROM WS-RCL-OUVERTES-COUNT.

           MOVE 'REPONSE RECLAMATION' TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING 'DOSSIER ' WS-RCL-ID(WS-RCL-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Reponse enregistree" TO WSMSG.
           PERFORM 0583-RECLAMATION-SUIVANTE.

      *> le prochain identifiant est le plus grand du registre + 1
       0590-PROCHAIN-ID-RECLAM.
           MOVE ZEROES TO WS-RCL-NEXT-ID.
           MOVE "NON" TO WS-RCL-EOF.
           OPEN INPUT RECLAM.
           IF WS-RECLAM-STATUS = "00"
              READ RECLAM
                 AT END MOVE "OUI" TO WS-RCL-EOF
              END-READ
              PERFORM UNTIL WS-RCL-EOF = "OUI"
                 IF RCL-ID > WS-RCL-NEXT-ID
                    MOVE RCL-ID TO WS-RCL-NEXT-ID
                 END-IF
                 READ RECLAM
                    AT END MOVE "OUI" TO WS-RCL-EOF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE RECLAM.
           ADD 1 TO WS-RCL-NEXT-ID.

       0591-REWRITE-RECLAM.
           OPEN OUTPUT RECLAM.
           PERFORM VARYING WS-RCL-GARDE FROM 1 BY 1
              UNTIL WS-RCL-GARDE > WS-RCL-COUNT
              MOVE WS-RCL-ID(WS-RCL-GARDE) TO RCL-ID
              MOVE WS-RCL-IDCLIENT(WS-RCL-GARDE) TO RCL-IDCLIENT
              MOVE WS-RCL-SUJET(WS-RCL-GARDE) TO RCL-SUJET
              MOVE WS-RCL-CATEGORIE(WS-RCL-GARDE) TO RCL-CATEGORIE
              MOVE WS-RCL-DATE-RECUE(WS-RCL-GARDE)
                TO RCL-DATE-RECUE
              MOVE WS-RCL-ECH-AR(WS-RCL-GARDE) TO RCL-ECH-AR
              MOVE WS-RCL-ECH-REP(WS-RCL-GARDE) TO RCL-ECH-REP
              MOVE WS-RCL-DATE-AR(WS-RCL-GARDE) TO RCL-DATE-AR
              MOVE WS-RCL-DATE-REP(WS-RCL-GARDE) TO RCL-DATE-REP
              MOVE WS-RCL-STATUT(WS-RCL-GARDE) TO RCL-STATUT
              WRITE RECLAM-RECORD
           END-PERFORM.
           CLOSE RECLAM.


      *>------------------------------------------------------------------------
      *> revue credit : les demandes de pret EN ATTENTE deposees par
      *> le client sont presentees une a une avec le taux
      *> d'endettement calcule (0604) ; le superviseur accorde
      *> (ligne PRETS.DAT a NOUVEAU pour pretplanbatch, deblocage du
      *> capital via opcredit) ou refuse avec un motif. Rien n'est
      *> retire du registre : refus et attentes restent pour l'audit.
       0600-REVUE-DEMANDES-PRET.
            PERFORM 0602-LOAD-PRETDEM.
            INITIALIZE WSMSG.

            IF WS-PDM-ATTENTE-COUNT = 0
               MOVE "Aucune demande en attente" TO WSMSG
               MOVE 1 TO WS-PDM-CURRENT
               MOVE ZEROES TO WS-PDM-CHARGES-W
               MOVE ZEROES TO WS-PDM-MENS-PROJETEE
               DISPLAY HEADER-SCREEN
               DISPLAY PRETS-REVUE-SCREEN
               ACCEPT PRETS-REVUE-SCREEN
               EXIT PARAGRAPH
            END-IF.

            MOVE 0 TO WS-PDM-CURRENT.
            PERFORM 0603-DEMANDE-SUIVANTE.
            MOVE ZEROES TO WS-PDM-IN-TAUX.
            PERFORM 0604-CALCULER-ENDETTEMENT.

            PERFORM FOREVER
               DISPLAY HEADER-SCREEN
               DISPLAY PRETS-REVUE-SCREEN
               ACCEPT PRETS-REVUE-SCREEN
               MOVE wRetCode TO WS-FNC-KEY

               EVALUATE TRUE
                  WHEN V-FNC-F1
                     PERFORM 0603-DEMANDE-SUIVANTE
                     MOVE ZEROES TO WS-PDM-IN-TAUX
                     MOVE SPACES TO WS-PDM-IN-MOTIF
                     PERFORM 0604-CALCULER-ENDETTEMENT
                     INITIALIZE WSMSG

                  WHEN V-FNC-F2
                     PERFORM 0604-CALCULER-ENDETTEMENT
                     MOVE "Endettement recalcule" TO WSMSG

                  WHEN V-FNC-F3
                     PERFORM 0606-ACCORDER-PRET

                  WHEN V-FNC-F4
                     PERFORM 0607-REFUSER-PRET

                  WHEN V-FNC-F9
                     EXIT PERFORM

                  WHEN OTHER
                     MOVE "F1-Suiv F2-Calc F3-Accord F4-Refus F9-Rev"
                       TO WSMSG
               END-EVALUATE
            END-PERFORM.

      *> revenus recurrents du client lus dans l'index du journal
      *> (cle alternative IDCLIENT), memes criteres que la relecture
      *> du journal de 0604-CALCULER-ENDETTEMENT
       0601-REVENUS-PAR-INDEX.
           MOVE WS-PDM-IDCLIENT(WS-PDM-CURRENT) TO OJX-IDCLIENT.
           START OPJINDEX KEY = OJX-IDCLIENT
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           MOVE "NON" TO WS-PDM-EOF-W.
           READ OPJINDEX NEXT
              AT END MOVE "OUI" TO WS-PDM-EOF-W
           END-READ.
           PERFORM UNTIL WS-PDM-EOF-W = "OUI"
              IF OJX-IDCLIENT NOT = WS-PDM-IDCLIENT(WS-PDM-CURRENT)
                 MOVE "OUI" TO WS-PDM-EOF-W
                 EXIT PERFORM
              END-IF
              IF OJX-SIGNE = '+'
                 AND (OJX-TYPE = 'SALAIRE'
                   OR (OJX-TYPE = 'ENTREE ARGENT'
                       AND OJX-LIBELLE(1:9) = 'VIR RECU '))
                 AND OJX-DATEOP(1:4) IS NUMERIC
                 AND OJX-DATEOP(6:2) IS NUMERIC
                 AND OJX-DATEOP(9:2) IS NUMERIC
                 MOVE OJX-DATEOP(1:4) TO WS-PDM-DATE-NUM(1:4)
                 MOVE OJX-DATEOP(6:2) TO WS-PDM-DATE-NUM(5:2)
                 MOVE OJX-DATEOP(9:2) TO WS-PDM-DATE-NUM(7:2)
                 COMPUTE WS-PDM-JOUR-OP =
                    FUNCTION INTEGER-OF-DATE(WS-PDM-DATE-NUM)
                 IF WS-PDM-JOUR-OP > WS-PDM-JOUR-LIMITE
                    ADD OJX-MONTANT TO WS-PDM-CUMUL-REVENUS
                 END-IF
              END-IF
              READ OPJINDEX NEXT
                 AT END MOVE "OUI" TO WS-PDM-EOF-W
              END-READ
           END-PERFORM.

       0602-LOAD-PRETDEM.
           OPEN INPUT PRETDEM.
           MOVE 0 TO WS-PDM-COUNT.
           MOVE 0 TO WS-PDM-ATTENTE-COUNT.
           MOVE "NON" TO WS-PDM-EOF.
           IF WS-PRETDEM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ PRETDEM
              AT END MOVE "OUI" TO WS-PDM-EOF
           END-READ.
           PERFORM UNTIL WS-PDM-EOF = "OUI"
              ADD 1 TO WS-PDM-COUNT
              MOVE PD-DEMID TO WS-PDM-DEMID(WS-PDM-COUNT)
              MOVE PD-IDCLIENT TO WS-PDM-IDCLIENT(WS-PDM-COUNT)
              MOVE PD-COMPTEID TO WS-PDM-COMPTEID(WS-PDM-COUNT)
              MOVE PD-MONTANT TO WS-PDM-MONTANT(WS-PDM-COUNT)
              MOVE PD-DUREE-MOIS TO WS-PDM-DUREE-MOIS(WS-PDM-COUNT)
              MOVE PD-OBJET TO WS-PDM-OBJET(WS-PDM-COUNT)
              MOVE PD-DATE-DEMANDE
                TO WS-PDM-DATE-DEMANDE(WS-PDM-COUNT)
              MOVE PD-STATUT TO WS-PDM-STATUT(WS-PDM-COUNT)
              MOVE PD-TAUX-ANNUEL TO WS-PDM-TAUX-ANNUEL(WS-PDM-COUNT)
              MOVE PD-REVENU-MENSUEL
                TO WS-PDM-REVENU-MENSUEL(WS-PDM-COUNT)
              MOVE PD-CHARGES-MENS
                TO WS-PDM-CHARGES-MENS(WS-PDM-COUNT)
              MOVE PD-TAUX-ENDETT TO WS-PDM-TAUX-ENDETT(WS-PDM-COUNT)
              MOVE PD-MOTIF TO WS-PDM-MOTIF(WS-PDM-COUNT)
              MOVE PD-ANALYSTE TO WS-PDM-ANALYSTE(WS-PDM-COUNT)
              MOVE PD-DATE-DECISION
                TO WS-PDM-DATE-DECISION(WS-PDM-COUNT)
              MOVE PD-PRETID TO WS-PDM-PRETID(WS-PDM-COUNT)
              IF PD-STATUT = 'EN ATTENTE'
                 ADD 1 TO WS-PDM-ATTENTE-COUNT
              END-IF
              READ PRETDEM
                 AT END MOVE "OUI" TO WS-PDM-EOF
              END-READ
           END-PERFORM.
           CLOSE PRETDEM.

      *> avance a la prochaine demande EN ATTENTE (avec retour au
      *> debut) ; la garde borne le tour complet
       0603-DEMANDE-SUIVANTE.
           MOVE ZEROES TO WS-PDM-GARDE.
           PERFORM UNTIL WS-PDM-GARDE > WS-PDM-COUNT
              ADD 1 TO WS-PDM-GARDE
              ADD 1 TO WS-PDM-CURRENT
              IF WS-PDM-CURRENT > WS-PDM-COUNT
                 MOVE 1 TO WS-PDM-CURRENT
              END-IF
              IF WS-PDM-STATUT(WS-PDM-CURRENT) = 'EN ATTENTE'
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> taux d'endettement de la demande affichee : revenus
      *> recurrents (SALAIRE de salairebatch, virements recus de
      *> payinbatch) credites sur la fenetre glissante et ramenes au
      *> mois, charges = premiere echeance restant due de chaque pret
      *> en cours du client (mensualite calculee pour un pret encore
      *> NOUVEAU, sans tableau), plus la mensualite projetee de la
      *> demande au taux saisi
       0604-CALCULER-ENDETTEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PDM-TODAY-NUM.
           MOVE SPACES TO WS-PDM-TODAY-ISO.
           STRING WS-PDM-TODAY-NUM(1:4) '-' WS-PDM-TODAY-NUM(5:2)
              '-' WS-PDM-TODAY-NUM(7:2)
              DELIMITED BY SIZE INTO WS-PDM-TODAY-ISO.
           COMPUTE WS-PDM-JOUR-LIMITE =
              FUNCTION INTEGER-OF-DATE(WS-PDM-TODAY-NUM)
              - WS-PDM-FENETRE-JOURS.

           MOVE ZEROES TO WS-PDM-CUMUL-REVENUS.
           MOVE "NON" TO WS-PDM-EOF-W.
      *>    les operations du client par la cle alternative de
      *>    l'index ; sans index, relecture de tout le journal
           OPEN INPUT OPJINDEX.
           IF WS-OPJINDEX-IXST = "00"
              PERFORM 0601-REVENUS-PAR-INDEX
              CLOSE OPJINDEX
      *>       journal non ouvert : ni relecture ni CLOSE plus bas
              MOVE "OUI" TO WS-PDM-EOF-W
              MOVE "35" TO WS-OPJOURNAL-STATUS
           ELSE
              OPEN INPUT OPJOURNAL
              IF WS-OPJOURNAL-STATUS NOT = "00"
                 MOVE "OUI" TO WS-PDM-EOF-W
              ELSE
                 READ OPJOURNAL
                    AT END MOVE "OUI" TO WS-PDM-EOF-W
                 END-READ
              END-IF
           END-IF.
           PERFORM UNTIL WS-PDM-EOF-W = "OUI"
              IF OJ-IDCLIENT = WS-PDM-IDCLIENT(WS-PDM-CURRENT)
                 AND OJ-SIGNE = '+'
                 AND (OJ-TYPE = 'SALAIRE'
                   OR (OJ-TYPE = 'ENTREE ARGENT'
                       AND OJ-LIBELLE(1:9) = 'VIR RECU '))
                 AND OJ-DATEOP(1:4) IS NUMERIC
                 AND OJ-DATEOP(6:2) IS NUMERIC
                 AND OJ-DATEOP(9:2) IS NUMERIC
                 MOVE OJ-DATEOP(1:4) TO WS-PDM-DATE-NUM(1:4)
                 MOVE OJ-DATEOP(6:2) TO WS-PDM-DATE-NUM(5:2)
                 MOVE OJ-DATEOP(9:2) TO WS-PDM-DATE-NUM(7:2)
                 COMPUTE WS-PDM-JOUR-OP =
                    FUNCTION INTEGER-OF-DATE(WS-PDM-DATE-NUM)
                 IF WS-PDM-JOUR-OP > WS-PDM-JOUR-LIMITE
                    ADD OJ-MONTANT TO WS-PDM-CUMUL-REVENUS
                 END-IF
              END-IF
              READ OPJOURNAL
                 AT END MOVE "OUI" TO WS-PDM-EOF-W
              END-READ
           END-PERFORM.
           IF WS-OPJOURNAL-STATUS NOT = "35"
              CLOSE OPJOURNAL
           END-IF.
           COMPUTE WS-PDM-REVENU-MENSUEL(WS-PDM-CURRENT) ROUNDED =
              WS-PDM-CUMUL-REVENUS * 30 / WS-PDM-FENETRE-JOURS.

      *>    prets en cours du client
           MOVE ZEROES TO WS-PDM-CHARGES-W.
           MOVE 0 TO WS-PDM-PC-COUNT.
           MOVE "NON" TO WS-PDM-EOF-W.
           OPEN INPUT PRETS.
           IF WS-PRETS-STATUS NOT = "00"
              MOVE "OUI" TO WS-PDM-EOF-W
           ELSE
              READ PRETS
                 AT END MOVE "OUI" TO WS-PDM-EOF-W
              END-READ
           END-IF.
           PERFORM UNTIL WS-PDM-EOF-W = "OUI"
              IF PR-IDCLIENT = WS-PDM-IDCLIENT(WS-PDM-CURRENT)
                 AND WS-PDM-PC-COUNT < 20
                 IF PR-STATUT = 'ACTIF'
                    ADD 1 TO WS-PDM-PC-COUNT
                    MOVE PR-PRETID TO WS-PDM-PC-PRETID(WS-PDM-PC-COUNT)
                    MOVE 'NON' TO WS-PDM-PC-COMPTEE(WS-PDM-PC-COUNT)
                 END-IF
                 IF PR-STATUT = 'NOUVEAU'
                    MOVE PR-CAPITAL TO WS-PDM-CALC-CAPITAL
                    MOVE PR-TAUX-ANNUEL TO WS-PDM-CALC-TAUX
                    MOVE PR-DUREE-MOIS TO WS-PDM-CALC-DUREE
                    PERFORM 0605-MENSUALITE
                    ADD WS-PDM-CALC-MENS TO WS-PDM-CHARGES-W
                 END-IF
              END-IF
              READ PRETS
                 AT END MOVE "OUI" TO WS-PDM-EOF-W
              END-READ
           END-PERFORM.
           IF WS-PRETS-STATUS NOT = "35"
              CLOSE PRETS
           END-IF.

      *>    premiere echeance encore due de chaque pret ACTIF : le
      *>    tableau est ecrit dans l'ordre des echeances
           MOVE "NON" TO WS-PDM-EOF-W.
           IF WS-PDM-PC-COUNT = 0
              MOVE "OUI" TO WS-PDM-EOF-W
           ELSE
              OPEN INPUT PRETPLAN
              IF WS-PRETPLAN-STATUS NOT = "00"
                 MOVE "OUI" TO WS-PDM-EOF-W
              ELSE
                 READ PRETPLAN
                    AT END MOVE "OUI" TO WS-PDM-EOF-W
                 END-READ
              END-IF
           END-IF.
           PERFORM UNTIL WS-PDM-EOF-W = "OUI"
              IF PP-STATUT = 'A PRELEVER' OR PP-STATUT = 'EN RETARD'
                 PERFORM VARYING WS-PDM-PC-IDX FROM 1 BY 1
                    UNTIL WS-PDM-PC-IDX > WS-PDM-PC-COUNT
                    IF WS-PDM-PC-PRETID(WS-PDM-PC-IDX) = PP-PRETID
                       AND WS-PDM-PC-COMPTEE(WS-PDM-PC-IDX) = 'NON'
                       ADD PP-PART-CAPITAL TO WS-PDM-CHARGES-W
                       ADD PP-PART-INTERETS TO WS-PDM-CHARGES-W
                       MOVE 'OUI' TO WS-PDM-PC-COMPTEE(WS-PDM-PC-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              READ PRETPLAN
                 AT END MOVE "OUI" TO WS-PDM-EOF-W
              END-READ
           END-PERFORM.
           IF WS-PDM-PC-COUNT > 0
              AND WS-PRETPLAN-STATUS NOT = "35"
              CLOSE PRETPLAN
           END-IF.
           MOVE WS-PDM-CHARGES-W
             TO WS-PDM-CHARGES-MENS(WS-PDM-CURRENT).

      *>    mensualite projetee de la demande au taux saisi (a defaut
      *>    au taux deja enregistre)
           MOVE WS-PDM-MONTANT(WS-PDM-CURRENT) TO WS-PDM-CALC-CAPITAL.
           IF WS-PDM-IN-TAUX NOT = ZEROES
              MOVE WS-PDM-IN-TAUX TO WS-PDM-CALC-TAUX
           ELSE
              MOVE WS-PDM-TAUX-ANNUEL(WS-PDM-CURRENT)
                TO WS-PDM-CALC-TAUX
           END-IF.
           MOVE WS-PDM-DUREE-MOIS(WS-PDM-CURRENT) TO WS-PDM-CALC-DUREE.
           PERFORM 0605-MENSUALITE.
           MOVE WS-PDM-CALC-MENS TO WS-PDM-MENS-PROJETEE.

           IF WS-PDM-REVENU-MENSUEL(WS-PDM-CURRENT) = ZEROES
              MOVE 999.99 TO WS-PDM-TAUX-ENDETT(WS-PDM-CURRENT)
           ELSE
              COMPUTE WS-PDM-RATIO-W ROUNDED =
                 (WS-PDM-CHARGES-W + WS-PDM-MENS-PROJETEE) * 100
                 / WS-PDM-REVENU-MENSUEL(WS-PDM-CURRENT)
                 ON SIZE ERROR MOVE 999.99 TO WS-PDM-RATIO-W
              END-COMPUTE
              IF WS-PDM-RATIO-W > 999.99
                 MOVE 999.99 TO WS-PDM-RATIO-W
              END-IF
              MOVE WS-PDM-RATIO-W
                TO WS-PDM-TAUX-ENDETT(WS-PDM-CURRENT)
           END-IF.

      *> mensualite constante : capital * t / (1 - (1+t)**-n), t =
      *> taux annuel / 1200 ; capital / duree pour un taux zero
       0605-MENSUALITE.
           MOVE ZEROES TO WS-PDM-CALC-MENS.
           IF WS-PDM-CALC-DUREE = ZEROES
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PDM-TAUX-MENSUEL ROUNDED =
              WS-PDM-CALC-TAUX / 1200.
           IF WS-PDM-TAUX-MENSUEL = ZEROES
              COMPUTE WS-PDM-CALC-MENS ROUNDED =
                 WS-PDM-CALC-CAPITAL / WS-PDM-CALC-DUREE
           ELSE
              COMPUTE WS-PDM-FACTEUR ROUNDED =
                 (1 + WS-PDM-TAUX-MENSUEL) ** WS-PDM-CALC-DUREE
              COMPUTE WS-PDM-CALC-MENS ROUNDED =
                 WS-PDM-CALC-CAPITAL * WS-PDM-TAUX-MENSUEL
                 * WS-PDM-FACTEUR / (WS-PDM-FACTEUR - 1)
           END-IF.

      *> accord : deblocage du capital d'abord (un refus d'opcredit
      *> laisse la demande EN ATTENTE, sans pret orphelin), puis
      *> ligne PRETS.DAT au statut NOUVEAU -- pretplanbatch en tirera
      *> le tableau d'amortissement au prochain passage de nuit
       0606-ACCORDER-PRET.
           IF WS-OPER-ROLE NOT = "SUPERVISEUR"
              MOVE "Decision reservee au superviseur" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-PDM-STATUT(WS-PDM-CURRENT) NOT = 'EN ATTENTE'
              MOVE "Demande deja traitee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-PDM-IN-TAUX = ZEROES
              MOVE "Saisir le taux accorde" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0604-CALCULER-ENDETTEMENT.

           MOVE ZEROES TO WS-PDM-SOLDE.
           MOVE WS-PDM-MONTANT(WS-PDM-CURRENT) TO WS-PDM-MONTANT-OP.
           MOVE WS-PDM-COMPTEID(WS-PDM-CURRENT) TO WS-PDM-COMPTEID-OP.
           CALL 'opcredit' USING WS-PDM-SOLDE, WS-PDM-MONTANT-OP,
              WS-PDM-NEWSOLDE, WS-PDM-COMPTEID-OP, WS-PDM-TODAY-ISO,
              WS-PDM-SUCCESS, 'EUR', 'EUR'.
           IF WS-PDM-SUCCESS = 'NON'
              MOVE "Deblocage refuse (plafond depot)" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0608-PROCHAIN-PRETID.
           MOVE WS-PDM-NEXT-PRETID TO PR-PRETID.
           MOVE WS-PDM-IDCLIENT(WS-PDM-CURRENT) TO PR-IDCLIENT.
           MOVE WS-PDM-COMPTEID(WS-PDM-CURRENT) TO PR-COMPTEID.
           MOVE WS-PDM-MONTANT(WS-PDM-CURRENT) TO PR-CAPITAL.
           MOVE WS-PDM-IN-TAUX TO PR-TAUX-ANNUEL.
           MOVE WS-PDM-DUREE-MOIS(WS-PDM-CURRENT) TO PR-DUREE-MOIS.
           MOVE WS-PDM-TODAY-ISO TO PR-DATE-DEBUT.
           MOVE 'NOUVEAU' TO PR-STATUT.
           OPEN EXTEND PRETS.
           IF WS-PRETS-STATUS = "35"
              OPEN OUTPUT PRETS
           END-IF.
           WRITE PRETS-RECORD.
           CLOSE PRETS.

           MOVE 'DEBLOCAGE PRET' TO VA-DET-TYPE.
           MOVE SPACES TO VA-DET-LIBELLE.
           STRING 'DEBLOCAGE PRET ' WS-PDM-NEXT-PRETID
              DELIMITED BY SIZE INTO VA-DET-LIBELLE.
           MOVE SPACES TO VA-DET-MONTANT.
           STRING '+' FUNCTION TRIM(WS-PDM-MONTANT-OP)
              DELIMITED BY SIZE INTO VA-DET-MONTANT.
           MOVE WS-PDM-COMPTEID(WS-PDM-CURRENT) TO VA-DET-COMPTEID.
           MOVE WS-PDM-IDCLIENT(WS-PDM-CURRENT) TO VA-DET-CLIENTID.
           MOVE WS-PDM-TODAY-ISO TO VA-DET-DATEOP.
           MOVE SQL-VA-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0270-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE '+' TO DET-OPERATOR.
           MOVE WS-PDM-MONTANT-OP TO DET-uP-SOMME.
           MOVE WS-PDM-COMPTEID(WS-PDM-CURRENT) TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0270-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

           MOVE 'ACCORDEE' TO WS-PDM-STATUT(WS-PDM-CURRENT).
           MOVE WS-PDM-IN-TAUX TO WS-PDM-TAUX-ANNUEL(WS-PDM-CURRENT).
           MOVE WS-PDM-IN-MOTIF TO WS-PDM-MOTIF(WS-PDM-CURRENT).
           MOVE WS-OPER-ID TO WS-PDM-ANALYSTE(WS-PDM-CURRENT).
           MOVE WS-PDM-TODAY-ISO
             TO WS-PDM-DATE-DECISION(WS-PDM-CURRENT).
           MOVE WS-PDM-NEXT-PRETID TO WS-PDM-PRETID(WS-PDM-CURRENT).
           PERFORM 0609-REWRITE-PRETDEM.
           SUBTRACT 1 FROM WS-PDM-ATTENTE-COUNT.

           MOVE 'PRET ACCORDE' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Votre pret ' WS-PDM-NEXT-PRETID ' de '
              WS-PDM-MONTANT-OP ' est accorde et debloque'
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-PDM-IDCLIENT(WS-PDM-CURRENT),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-PDM-TODAY-ISO.

           MOVE 'ACCORD PRET' TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING 'DEMANDE ' WS-PDM-DEMID(WS-PDM-CURRENT)
              ' PRET ' WS-PDM-NEXT-PRETID
              ' ENDETT ' WS-PDM-TAUX-ENDETT(WS-PDM-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           MOVE "Pret accorde et debloque" TO WSMSG.
           IF WS-PDM-ATTENTE-COUNT > 0
              PERFORM 0603-DEMANDE-SUIVANTE
              MOVE ZEROES TO WS-PDM-IN-TAUX
              MOVE SPACES TO WS-PDM-IN-MOTIF
              PERFORM 0604-CALCULER-ENDETTEMENT
           END-IF.

      *> refus : le motif est obligatoire, il est garde au registre
      *> et repris dans la notification du client
       0607-REFUSER-PRET.
           IF WS-OPER-ROLE NOT = "SUPERVISEUR"
              MOVE "Decision reservee au superviseur" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-PDM-STATUT(WS-PDM-CURRENT) NOT = 'EN ATTENTE'
              MOVE "Demande deja traitee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-PDM-IN-MOTIF = SPACES
              MOVE "Motif de refus obligatoire" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'REFUSEE' TO WS-PDM-STATUT(WS-PDM-CURRENT).
           MOVE WS-PDM-IN-MOTIF TO WS-PDM-MOTIF(WS-PDM-CURRENT).
           MOVE WS-OPER-ID TO WS-PDM-ANALYSTE(WS-PDM-CURRENT).
           MOVE WS-PDM-TODAY-ISO
             TO WS-PDM-DATE-DECISION(WS-PDM-CURRENT).
           PERFORM 0609-REWRITE-PRETDEM.
           SUBTRACT 1 FROM WS-PDM-ATTENTE-COUNT.

           MOVE 'DEMANDE DE PRET REFUSEE' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Demande ' WS-PDM-DEMID(WS-PDM-CURRENT)
              ' refusee : ' WS-PDM-IN-MOTIF
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-PDM-IDCLIENT(WS-PDM-CURRENT),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-PDM-TODAY-ISO.

           MOVE 'REFUS PRET' TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING 'DEMANDE ' WS-PDM-DEMID(WS-PDM-CURRENT)
              ' MOTIF ' WS-PDM-IN-MOTIF
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           MOVE "Demande refusee" TO WSMSG.
           IF WS-PDM-ATTENTE-COUNT > 0
              PERFORM 0603-DEMANDE-SUIVANTE
              MOVE ZEROES TO WS-PDM-IN-TAUX
              MOVE SPACES TO WS-PDM-IN-MOTIF
              PERFORM 0604-CALCULER-ENDETTEMENT
           END-IF.

      *> le prochain identifiant de pret est le plus grand de
      *> PRETS.DAT + 1
       0608-PROCHAIN-PRETID.
           MOVE ZEROES TO WS-PDM-NEXT-PRETID.
           MOVE "NON" TO WS-PDM-EOF-W.
           OPEN INPUT PRETS.
           IF WS-PRETS-STATUS = "00"
              READ PRETS
                 AT END MOVE "OUI" TO WS-PDM-EOF-W
              END-READ
              PERFORM UNTIL WS-PDM-EOF-W = "OUI"
                 IF PR-PRETID > WS-PDM-NEXT-PRETID
                    MOVE PR-PRETID TO WS-PDM-NEXT-PRETID
                 END-IF
                 READ PRETS
                    AT END MOVE "OUI" TO WS-PDM-EOF-W
                 END-READ
              END-PERFORM
              CLOSE PRETS
           END-IF.
           ADD 1 TO WS-PDM-NEXT-PRETID.

       0609-REWRITE-PRETDEM.
           OPEN OUTPUT PRETDEM.
           PERFORM VARYING WS-PDM-GARDE FROM 1 BY 1
              UNTIL WS-PDM-GARDE > WS-PDM-COUNT
              MOVE WS-PDM-DEMID(WS-PDM-GARDE) TO PD-DEMID
              MOVE WS-PDM-IDCLIENT(WS-PDM-GARDE) TO PD-IDCLIENT
              MOVE WS-PDM-COMPTEID(WS-PDM-GARDE) TO PD-COMPTEID
              MOVE WS-PDM-MONTANT(WS-PDM-GARDE) TO PD-MONTANT
              MOVE WS-PDM-DUREE-MOIS(WS-PDM-GARDE) TO PD-DUREE-MOIS
              MOVE WS-PDM-OBJET(WS-PDM-GARDE) TO PD-OBJET
              MOVE WS-PDM-DATE-DEMANDE(WS-PDM-GARDE)
                TO PD-DATE-DEMANDE
              MOVE WS-PDM-STATUT(WS-PDM-GARDE) TO PD-STATUT
              MOVE WS-PDM-TAUX-ANNUEL(WS-PDM-GARDE) TO PD-TAUX-ANNUEL
              MOVE WS-PDM-REVENU-MENSUEL(WS-PDM-GARDE)
                TO PD-REVENU-MENSUEL
              MOVE WS-PDM-CHARGES-MENS(WS-PDM-GARDE)
                TO PD-CHARGES-MENS
              MOVE WS-PDM-TAUX-ENDETT(WS-PDM-GARDE) TO PD-TAUX-ENDETT
              MOVE WS-PDM-MOTIF(WS-PDM-GARDE) TO PD-MOTIF
              MOVE WS-PDM-ANALYSTE(WS-PDM-GARDE) TO PD-ANALYSTE
              MOVE WS-PDM-DATE-DECISION(WS-PDM-GARDE)
                TO PD-DATE-DECISION
              MOVE WS-PDM-PRETID(WS-PDM-GARDE) TO PD-PRETID
              WRITE PRETDEM-RECORD
           END-PERFORM.
           CLOSE PRETDEM.

      *>------------------------------------------------------------------------
      *> remboursement anticipe partiel ou total d'un pret ACTIF : le
      *> montant et l'indemnite sont debites ensemble via opdebit,
      *> l'indemnite part au journal des frais via commisionfrais, les
      *> echeances restantes passent REMPLACEE et le tableau est
      *> regenere sur le nouveau capital ; un remboursement total
      *> solde le pret (plus d'echeance A PRELEVER, donc plus de
      *> prelevement ni de pre-notification)
      *>------------------------------------------------------------------------
       0610-REMBOURSEMENT-ANTICIPE.
            INITIALIZE WSMSG.
            MOVE ZEROES TO WS-RBA-IN-PRETID.
            MOVE ZEROES TO WS-RBA-IN-MONTANT.
            MOVE SPACES TO WS-RBA-IN-OPTION.
            PERFORM 0619-RAZ-SITUATION.

            PERFORM FOREVER
               DISPLAY HEADER-SCREEN
               DISPLAY PRETS-ANTICIPE-SCREEN
               ACCEPT PRETS-ANTICIPE-SCREEN
               MOVE wRetCode TO WS-FNC-KEY

               EVALUATE TRUE
                  WHEN V-FNC-F1
                     INITIALIZE WSMSG
                     PERFORM 0611-CHARGER-PRET

                  WHEN V-FNC-F2
                     INITIALIZE WSMSG
                     PERFORM 0613-SIMULER-REMBOURSEMENT

                  WHEN V-FNC-F3
                     INITIALIZE WSMSG
                     PERFORM 0615-EXECUTER-REMBOURSEMENT

                  WHEN V-FNC-F9
                     EXIT PERFORM

                  WHEN OTHER
                     MOVE "F1-Charg F2-Simul F3-Exec F9-Ret" TO WSMSG
               END-EVALUATE
            END-PERFORM.

      *> situation du pret a date : capital restant du et nombre des
      *> echeances encore A PRELEVER, mensualite de la premiere
      *> d'entre elles ; une echeance EN RETARD bloque l'operation
       0611-CHARGER-PRET.
           PERFORM 0619-RAZ-SITUATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PDM-TODAY-NUM.
           MOVE SPACES TO WS-RBA-TODAY-ISO.
           STRING WS-PDM-TODAY-NUM(1:4) '-' WS-PDM-TODAY-NUM(5:2)
              '-' WS-PDM-TODAY-NUM(7:2)
              DELIMITED BY SIZE INTO WS-RBA-TODAY-ISO.

           PERFORM 0612-LOAD-PRETS-PLAN.

           MOVE 0 TO WS-RBA-PRET-IDX.
           PERFORM VARYING WS-RBA-IDX FROM 1 BY 1
              UNTIL WS-RBA-IDX > WS-RBA-PRETS-COUNT
              IF WS-RBA-PR-PRETID(WS-RBA-IDX) = WS-RBA-IN-PRETID
                 MOVE WS-RBA-IDX TO WS-RBA-PRET-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-RBA-PRET-IDX = 0
              OR WS-RBA-IN-PRETID = ZEROES
              MOVE "Pret inconnu" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-RBA-PR-IDCLIENT(WS-RBA-PRET-IDX) TO WS-RBA-IDCLIENT.
           MOVE WS-RBA-PR-COMPTEID(WS-RBA-PRET-IDX) TO WS-RBA-COMPTEID.
           MOVE WS-RBA-PR-TAUX-ANNUEL(WS-RBA-PRET-IDX) TO WS-RBA-TAUX.
           MOVE WS-RBA-PR-STATUT(WS-RBA-PRET-IDX) TO WS-RBA-STATUT.
           IF WS-RBA-STATUT NOT = 'ACTIF'
              MOVE "Pret non actif : rien a rembourser" TO WSMSG
              MOVE 0 TO WS-RBA-PRET-IDX
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-RBA-IDX FROM 1 BY 1
              UNTIL WS-RBA-IDX > WS-RBA-PLAN-COUNT
              IF WS-RBA-PP-PRETID(WS-RBA-IDX) = WS-RBA-IN-PRETID
                 IF WS-RBA-PP-STATUT(WS-RBA-IDX) = 'A PRELEVER'
                    IF WS-RBA-NB-RESTANT = 0
                       MOVE WS-RBA-PP-NUM-ECHEANCE(WS-RBA-IDX)
                         TO WS-RBA-PREM-NUM
                       MOVE WS-RBA-PP-DATE-EXIG(WS-RBA-IDX)
                         TO WS-RBA-PREM-DATE
                       COMPUTE WS-RBA-MENS-ACTUELLE =
                          WS-RBA-PP-PART-CAPITAL(WS-RBA-IDX)
                          + WS-RBA-PP-PART-INTERETS(WS-RBA-IDX)
                    END-IF
                    ADD 1 TO WS-RBA-NB-RESTANT
                    ADD WS-RBA-PP-PART-CAPITAL(WS-RBA-IDX)
                      TO WS-RBA-CAPITAL-DU
                 END-IF
                 IF WS-RBA-PP-STATUT(WS-RBA-IDX) = 'EN RETARD'
                    ADD 1 TO WS-RBA-NB-RETARD
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-RBA-NB-RESTANT = 0
              MOVE "Aucune echeance restant due" TO WSMSG
              MOVE 0 TO WS-RBA-PRET-IDX
              EXIT PARAGRAPH
           END-IF.
           IF WS-RBA-NB-RETARD > 0
              MOVE "Echeances en retard : regulariser d'abord"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE "Pret charge : F2 pour simuler" TO WSMSG.

       0612-LOAD-PRETS-PLAN.
           MOVE 0 TO WS-RBA-PRETS-COUNT.
           MOVE 0 TO WS-RBA-PLAN-COUNT.
           MOVE "NON" TO WS-PDM-EOF-W.
           OPEN INPUT PRETS.
           IF WS-PRETS-STATUS NOT = "00"
              MOVE "OUI" TO WS-PDM-EOF-W
           ELSE
              READ PRETS
                 AT END MOVE "OUI" TO WS-PDM-EOF-W
              END-READ
           END-IF.
           PERFORM UNTIL WS-PDM-EOF-W = "OUI"
              ADD 1 TO WS-RBA-PRETS-COUNT
              MOVE PR-PRETID TO WS-RBA-PR-PRETID(WS-RBA-PRETS-COUNT)
              MOVE PR-IDCLIENT
                TO WS-RBA-PR-IDCLIENT(WS-RBA-PRETS-COUNT)
              MOVE PR-COMPTEID
                TO WS-RBA-PR-COMPTEID(WS-RBA-PRETS-COUNT)
              MOVE PR-CAPITAL TO WS-RBA-PR-CAPITAL(WS-RBA-PRETS-COUNT)
              MOVE PR-TAUX-ANNUEL
                TO WS-RBA-PR-TAUX-ANNUEL(WS-RBA-PRETS-COUNT)
              MOVE PR-DUREE-MOIS
                TO WS-RBA-PR-DUREE-MOIS(WS-RBA-PRETS-COUNT)
              MOVE PR-DATE-DEBUT
                TO WS-RBA-PR-DATE-DEBUT(WS-RBA-PRETS-COUNT)
              MOVE PR-STATUT TO WS-RBA-PR-STATUT(WS-RBA-PRETS-COUNT)
              READ PRETS
                 AT END MOVE "OUI" TO WS-PDM-EOF-W
              END-READ
           END-PERFORM.
           IF WS-PRETS-STATUS NOT = "35"
              CLOSE PRETS
           END-IF.

           MOVE "NON" TO WS-PDM-EOF-W.
           OPEN INPUT PRETPLAN.
           IF WS-PRETPLAN-STATUS NOT = "00"
              MOVE "OUI" TO WS-PDM-EOF-W
           ELSE
              READ PRETPLAN
                 AT END MOVE "OUI" TO WS-PDM-EOF-W
              END-READ
           END-IF.
           PERFORM UNTIL WS-PDM-EOF-W = "OUI"
              ADD 1 TO WS-RBA-PLAN-COUNT
              MOVE PP-PRETID TO WS-RBA-PP-PRETID(WS-RBA-PLAN-COUNT)
              MOVE PP-NUM-ECHEANCE
                TO WS-RBA-PP-NUM-ECHEANCE(WS-RBA-PLAN-COUNT)
              MOVE PP-DATE-EXIG
                TO WS-RBA-PP-DATE-EXIG(WS-RBA-PLAN-COUNT)
              MOVE PP-PART-CAPITAL
                TO WS-RBA-PP-PART-CAPITAL(WS-RBA-PLAN-COUNT)
              MOVE PP-PART-INTERETS
                TO WS-RBA-PP-PART-INTERETS(WS-RBA-PLAN-COUNT)
              MOVE PP-CAPITAL-RESTANT
                TO WS-RBA-PP-CAPITAL-RESTANT(WS-RBA-PLAN-COUNT)
              MOVE PP-STATUT TO WS-RBA-PP-STATUT(WS-RBA-PLAN-COUNT)
              READ PRETPLAN
                 AT END MOVE "OUI" TO WS-PDM-EOF-W
              END-READ
           END-PERFORM.
           IF WS-PRETPLAN-STATUS NOT = "35"
              CLOSE PRETPLAN
           END-IF.

      *> montant rembourse (0 ou au moins le capital restant du :
      *> remboursement total), indemnite plafonnee et simulation du
      *> nouveau tableau sans rien ecrire
       0613-SIMULER-REMBOURSEMENT.
           MOVE 'NON' TO WS-RBA-SIMULE.
           IF WS-RBA-PRET-IDX = 0
              MOVE "Charger d'abord un pret actif (F1)" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-RBA-NB-RETARD > 0
              MOVE "Echeances en retard : regulariser d'abord"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           IF WS-RBA-IN-MONTANT = ZEROES
              OR WS-RBA-IN-MONTANT NOT < WS-RBA-CAPITAL-DU
              MOVE WS-RBA-CAPITAL-DU TO WS-RBA-REMBOURSE
              MOVE 'OUI' TO WS-RBA-TOTAL
           ELSE
              MOVE WS-RBA-IN-MONTANT TO WS-RBA-REMBOURSE
              MOVE 'NON' TO WS-RBA-TOTAL
              IF WS-RBA-IN-OPTION NOT = 'D'
                 AND WS-RBA-IN-OPTION NOT = 'M'
                 MOVE "Choisir D (duree) ou M (mensualite)" TO WSMSG
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           COMPUTE WS-RBA-IRA-6MOIS ROUNDED =
              WS-RBA-REMBOURSE * WS-RBA-TAUX / 200.
           COMPUTE WS-RBA-IRA-PLAFOND ROUNDED =
              WS-RBA-CAPITAL-DU * WS-RBA-PCT-PLAFOND / 100.
           IF WS-RBA-IRA-6MOIS < WS-RBA-IRA-PLAFOND
              MOVE WS-RBA-IRA-6MOIS TO WS-RBA-IRA
           ELSE
              MOVE WS-RBA-IRA-PLAFOND TO WS-RBA-IRA
           END-IF.
           COMPUTE WS-RBA-TOTAL-DEBIT = WS-RBA-REMBOURSE + WS-RBA-IRA.
           COMPUTE WS-RBA-NOUV-CAPITAL =
              WS-RBA-CAPITAL-DU - WS-RBA-REMBOURSE.

           IF WS-RBA-TOTAL = 'OUI'
              MOVE ZEROES TO WS-RBA-NOUV-MENS
              MOVE ZEROES TO WS-RBA-NOUV-DUREE
              MOVE "Remboursement total : F3 pour executer" TO WSMSG
           ELSE
              MOVE 'NON' TO WS-RBA-ECRIRE
              PERFORM 0614-GENERER-TABLEAU
              MOVE "Simulation faite : F3 pour executer" TO WSMSG
           END-IF.
           MOVE 'OUI' TO WS-RBA-SIMULE.

      *> nouveau tableau sur le capital restant apres remboursement,
      *> numerote et date a la suite des echeances remplacees :
      *> option M, meme nombre d'echeances et mensualite recalculee
      *> (meme formule que pretplanbatch) ; option D, mensualite
      *> inchangee et tableau arrete des que le capital est eteint.
      *> WS-RBA-ECRIRE = OUI ajoute les lignes a la table du plan.
       0614-GENERER-TABLEAU.
           COMPUTE WS-PDM-TAUX-MENSUEL ROUNDED = WS-RBA-TAUX / 1200.
           IF WS-RBA-IN-OPTION = 'M'
              MOVE WS-RBA-NOUV-CAPITAL TO WS-PDM-CALC-CAPITAL
              MOVE WS-RBA-TAUX TO WS-PDM-CALC-TAUX
              MOVE WS-RBA-NB-RESTANT TO WS-PDM-CALC-DUREE
              PERFORM 0605-MENSUALITE
              MOVE WS-PDM-CALC-MENS TO WS-RBA-NOUV-MENS
           ELSE
              MOVE WS-RBA-MENS-ACTUELLE TO WS-RBA-NOUV-MENS
           END-IF.

           MOVE WS-RBA-NOUV-CAPITAL TO WS-RBA-RESTANT-W.
           MOVE ZEROES TO WS-RBA-NOUV-DUREE.
           PERFORM VARYING WS-RBA-ECH FROM 1 BY 1
              UNTIL WS-RBA-ECH > WS-RBA-NB-RESTANT
                 OR WS-RBA-RESTANT-W = ZEROES
              COMPUTE WS-RBA-INTERETS-W ROUNDED =
                 WS-RBA-RESTANT-W * WS-PDM-TAUX-MENSUEL
              IF WS-RBA-NOUV-MENS > WS-RBA-INTERETS-W
                 COMPUTE WS-RBA-CAPITAL-W =
                    WS-RBA-NOUV-MENS - WS-RBA-INTERETS-W
              ELSE
                 MOVE ZEROES TO WS-RBA-CAPITAL-W
              END-IF
              IF WS-RBA-ECH = WS-RBA-NB-RESTANT
                 OR WS-RBA-CAPITAL-W > WS-RBA-RESTANT-W
      *>          derniere echeance : solde exactement le capital
                 MOVE WS-RBA-RESTANT-W TO WS-RBA-CAPITAL-W
              END-IF
              SUBTRACT WS-RBA-CAPITAL-W FROM WS-RBA-RESTANT-W
              ADD 1 TO WS-RBA-NOUV-DUREE

              IF WS-RBA-ECRIRE = 'OUI'
                 PERFORM 0616-DATE-ECHEANCE
                 ADD 1 TO WS-RBA-PLAN-COUNT
                 MOVE WS-RBA-PR-PRETID(WS-RBA-PRET-IDX)
                   TO WS-RBA-PP-PRETID(WS-RBA-PLAN-COUNT)
                 COMPUTE WS-RBA-PP-NUM-ECHEANCE(WS-RBA-PLAN-COUNT) =
                    WS-RBA-PREM-NUM + WS-RBA-ECH - 1
                 MOVE WS-RBA-DATE-ECH
                   TO WS-RBA-PP-DATE-EXIG(WS-RBA-PLAN-COUNT)
                 MOVE WS-RBA-CAPITAL-W
                   TO WS-RBA-PP-PART-CAPITAL(WS-RBA-PLAN-COUNT)
                 MOVE WS-RBA-INTERETS-W
                   TO WS-RBA-PP-PART-INTERETS(WS-RBA-PLAN-COUNT)
                 MOVE WS-RBA-RESTANT-W
                   TO WS-RBA-PP-CAPITAL-RESTANT(WS-RBA-PLAN-COUNT)
                 MOVE 'A PRELEVER'
                   TO WS-RBA-PP-STATUT(WS-RBA-PLAN-COUNT)
              END-IF
           END-PERFORM.

      *> execution : la situation est relue et la simulation refaite
      *> sur les fichiers du moment avant tout debit
       0615-EXECUTER-REMBOURSEMENT.
           IF WS-RBA-PRET-IDX = 0
              MOVE "Charger d'abord un pret actif (F1)" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-RBA-PR-PRETID(WS-RBA-PRET-IDX) TO WS-RBA-IN-PRETID.
           PERFORM 0611-CHARGER-PRET.
           PERFORM 0613-SIMULER-REMBOURSEMENT.
           IF WS-RBA-SIMULE NOT = 'OUI'
              EXIT PARAGRAPH
           END-IF.

           IF WS-RBA-TOTAL-DEBIT > 99999.99
              MOVE "Montant superieur au plafond d'operation" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-RBA-PLAN-COUNT + WS-RBA-NOUV-DUREE > 600
              MOVE "Fichier des echeances plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-RBA-SOLDE.
           MOVE WS-RBA-TOTAL-DEBIT TO WS-RBA-MONTANT-OP.
           CALL 'opdebit' USING WS-RBA-SOLDE, WS-RBA-MONTANT-OP,
              WS-RBA-NEWSOLDE, WS-RBA-COMPTEID, WS-RBA-TODAY-ISO,
              'EUR', 'EUR', WS-RBA-SUCCESS.
           IF WS-RBA-SUCCESS = 'NON'
              MOVE "Provision insuffisante : rien n'est fait" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

      *>    capital rembourse
           MOVE WS-RBA-REMBOURSE TO WS-RBA-MONTANT-OP.
           MOVE 'REMB ANTICIPE PRET' TO VA-DET-TYPE.
           MOVE SPACES TO VA-DET-LIBELLE.
           STRING 'REMB ANTICIPE PRET '
              WS-RBA-PR-PRETID(WS-RBA-PRET-IDX)
              DELIMITED BY SIZE INTO VA-DET-LIBELLE.
           PERFORM 0617-GENERER-SQL-RBA.

      *>    indemnite : montant calcule ici, porte au journal des
      *>    frais par commisionfrais (ligne au bareme a zero)
           IF WS-RBA-IRA > ZEROES
              MOVE WS-RBA-IRA TO WS-RBA-FEE-EDIT
              MOVE WS-RBA-FEE-EDIT TO WS-RBA-FEE-SOMME
              MOVE 'INDEMNITE REMB ANTICIPE' TO WS-RBA-FEE-TYPEOP
              MOVE 8 TO WS-RBA-FEE-PLAFOND
              CALL 'commisionfrais' USING WS-RBA-FEE-MONTANT,
                 WS-RBA-FEE-SOMME, WS-RBA-FEE-TYPEOP,
                 WS-RBA-FEE-FRAGFINANC, WS-RBA-FEE-PLAFOND,
                 WS-RBA-TODAY-ISO, WS-RBA-FEE-LIBELLE,
                 WS-RBA-COMPTEID, WS-RBA-IDCLIENT
              MOVE WS-RBA-IRA TO WS-RBA-MONTANT-OP
              MOVE WS-RBA-FEE-TYPEOP TO VA-DET-TYPE
              MOVE WS-RBA-FEE-LIBELLE TO VA-DET-LIBELLE
              PERFORM 0617-GENERER-SQL-RBA
           END-IF.

      *>    echeances restantes remplacees, nouveau tableau a la suite
           PERFORM VARYING WS-RBA-IDX FROM 1 BY 1
              UNTIL WS-RBA-IDX > WS-RBA-PLAN-COUNT
              IF WS-RBA-PP-PRETID(WS-RBA-IDX)
                    = WS-RBA-PR-PRETID(WS-RBA-PRET-IDX)
                 AND WS-RBA-PP-STATUT(WS-RBA-IDX) = 'A PRELEVER'
                 MOVE 'REMPLACEE' TO WS-RBA-PP-STATUT(WS-RBA-IDX)
              END-IF
           END-PERFORM.
           IF WS-RBA-TOTAL = 'OUI'
              MOVE 'SOLDE' TO WS-RBA-PR-STATUT(WS-RBA-PRET-IDX)
           ELSE
              MOVE 'OUI' TO WS-RBA-ECRIRE
              PERFORM 0614-GENERER-TABLEAU
              COMPUTE WS-RBA-PR-DUREE-MOIS(WS-RBA-PRET-IDX) =
                 WS-RBA-PREM-NUM - 1 + WS-RBA-NOUV-DUREE
           END-IF.
           PERFORM 0618-REWRITE-PRETS-PLAN.

           MOVE 'REMBOURSEMENT ANTICIPE' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           IF WS-RBA-TOTAL = 'OUI'
              STRING 'Votre pret ' WS-RBA-PR-PRETID(WS-RBA-PRET-IDX)
                 ' est solde par anticipation, indemnite '
                 WS-RBA-IRA
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
           ELSE
              STRING 'Pret ' WS-RBA-PR-PRETID(WS-RBA-PRET-IDX)
                 ' : nouvelle mensualite ' WS-RBA-NOUV-MENS
                 ' sur ' WS-RBA-NOUV-DUREE ' echeances'
                 DELIMITED BY SIZE INTO WS-NOTIF-BODY
           END-IF.
           CALL 'msgnotif' USING WS-RBA-IDCLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-RBA-TODAY-ISO.

           MOVE 'REMB ANTICIPE PRET' TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING 'PRET ' WS-RBA-PR-PRETID(WS-RBA-PRET-IDX)
              ' CAPITAL ' WS-RBA-REMBOURSE
              ' IRA ' WS-RBA-IRA
              ' TOTAL ' WS-RBA-TOTAL
              ' OPTION ' WS-RBA-IN-OPTION
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           IF WS-RBA-TOTAL = 'OUI'
              PERFORM 0619-RAZ-SITUATION
           IF WS-RBA-TOTAL = 'OUI'
      *>       pret solde : les garanties sont levees sur-le-champ
              MOVE WS-RBA-PR-PRETID(WS-RBA-PRET-IDX)
                TO WS-NTG-PRETID-LEVEE
              PERFORM 0635-LEVER-NANTIS-PRET
              PERFORM 0619-RAZ-SITUATION
              MOVE 'SOLDE' TO WS-RBA-STATUT
              MOVE "Pret solde par anticipation" TO WSMSG
           ELSE
              MOVE 'NON' TO WS-RBA-SIMULE
              MOVE "Remboursement fait, tableau regenere" TO WSMSG
           END-IF.

      *> date de la WS-RBA-ECH-ieme echeance du nouveau tableau : mois
      *> de la premiere echeance remplacee + WS-RBA-ECH - 1, jour du
      *> mois conserve (meme calcul que pretplanbatch)
       0616-DATE-ECHEANCE.
           MOVE WS-RBA-PREM-DATE(1:4) TO WS-RBA-ANNEE.
           MOVE WS-RBA-PREM-DATE(6:2) TO WS-RBA-MOIS.
           COMPUTE WS-RBA-MOIS-W = WS-RBA-MOIS + WS-RBA-ECH - 1.
           PERFORM UNTIL WS-RBA-MOIS-W NOT > 12
              SUBTRACT 12 FROM WS-RBA-MOIS-W
              ADD 1 TO WS-RBA-ANNEE
           END-PERFORM.
           MOVE WS-RBA-MOIS-W TO WS-RBA-MOIS.
           MOVE SPACES TO WS-RBA-DATE-ECH.
           STRING WS-RBA-ANNEE '-' WS-RBA-MOIS '-'
              WS-RBA-PREM-DATE(9:2)
              DELIMITED BY SIZE INTO WS-RBA-DATE-ECH.

      *> INSERT/UPDATE de debit pour WS-RBA-MONTANT-OP, type et
      *> libelle deja poses dans SQL-VA-DETAIL-LINE
       0617-GENERER-SQL-RBA.
           MOVE SPACES TO VA-DET-MONTANT.
           STRING '-' FUNCTION TRIM(WS-RBA-MONTANT-OP)
              DELIMITED BY SIZE INTO VA-DET-MONTANT.
           MOVE WS-RBA-COMPTEID TO VA-DET-COMPTEID.
           MOVE WS-RBA-IDCLIENT TO VA-DET-CLIENTID.
           MOVE WS-RBA-TODAY-ISO TO VA-DET-DATEOP.
           MOVE SQL-VA-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0270-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE '-' TO DET-OPERATOR.
           MOVE WS-RBA-MONTANT-OP TO DET-uP-SOMME.
           MOVE WS-RBA-COMPTEID TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0270-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

       0618-REWRITE-PRETS-PLAN.
           OPEN OUTPUT PRETPLAN.
           PERFORM VARYING WS-RBA-IDX FROM 1 BY 1
              UNTIL WS-RBA-IDX > WS-RBA-PLAN-COUNT
              MOVE WS-RBA-PP-PRETID(WS-RBA-IDX) TO PP-PRETID
              MOVE WS-RBA-PP-NUM-ECHEANCE(WS-RBA-IDX)
                TO PP-NUM-ECHEANCE
              MOVE WS-RBA-PP-DATE-EXIG(WS-RBA-IDX) TO PP-DATE-EXIG
              MOVE WS-RBA-PP-PART-CAPITAL(WS-RBA-IDX)
                TO PP-PART-CAPITAL
              MOVE WS-RBA-PP-PART-INTERETS(WS-RBA-IDX)
                TO PP-PART-INTERETS
              MOVE WS-RBA-PP-CAPITAL-RESTANT(WS-RBA-IDX)
                TO PP-CAPITAL-RESTANT
              MOVE WS-RBA-PP-STATUT(WS-RBA-IDX) TO PP-STATUT
              WRITE PRETPLAN-RECORD
           END-PERFORM.
           CLOSE PRETPLAN.

           OPEN OUTPUT PRETS.
           PERFORM VARYING WS-RBA-IDX FROM 1 BY 1
              UNTIL WS-RBA-IDX > WS-RBA-PRETS-COUNT
              MOVE WS-RBA-PR-PRETID(WS-RBA-IDX) TO PR-PRETID
              MOVE WS-RBA-PR-IDCLIENT(WS-RBA-IDX) TO PR-IDCLIENT
              MOVE WS-RBA-PR-COMPTEID(WS-RBA-IDX) TO PR-COMPTEID
              MOVE WS-RBA-PR-CAPITAL(WS-RBA-IDX) TO PR-CAPITAL
              MOVE WS-RBA-PR-TAUX-ANNUEL(WS-RBA-IDX) TO PR-TAUX-ANNUEL
              MOVE WS-RBA-PR-DUREE-MOIS(WS-RBA-IDX) TO PR-DUREE-MOIS
              MOVE WS-RBA-PR-DATE-DEBUT(WS-RBA-IDX) TO PR-DATE-DEBUT
              MOVE WS-RBA-PR-STATUT(WS-RBA-IDX) TO PR-STATUT
              WRITE PRETS-RECORD
           END-PERFORM.
           CLOSE PRETS.

       0619-RAZ-SITUATION.
           MOVE 0 TO WS-RBA-PRET-IDX.
           MOVE ZEROES TO WS-RBA-IDCLIENT.
           MOVE ZEROES TO WS-RBA-COMPTEID.
           MOVE ZEROES TO WS-RBA-TAUX.
           MOVE SPACES TO WS-RBA-STATUT.
           MOVE ZEROES TO WS-RBA-CAPITAL-DU.
           MOVE ZEROES TO WS-RBA-NB-RESTANT.
           MOVE ZEROES TO WS-RBA-NB-RETARD.
           MOVE ZEROES TO WS-RBA-MENS-ACTUELLE.
           MOVE ZEROES TO WS-RBA-PREM-NUM.
           MOVE SPACES TO WS-RBA-PREM-DATE.
           MOVE ZEROES TO WS-RBA-IRA.
           MOVE ZEROES TO WS-RBA-TOTAL-DEBIT.
           MOVE ZEROES TO WS-RBA-NOUV-MENS.
           MOVE ZEROES TO WS-RBA-NOUV-DUREE.
           MOVE 'NON' TO WS-RBA-SIMULE.

      *>------------------------------------------------------------------------
      *> credit renouvelable (role SUPERVISEUR requis) : consultation
      *> de la reserve d'un client, ouverture d'une ligne sur un compte
      *> dont il est titulaire (une seule reserve vivante par client),
      *> cloture d'une reserve entierement remboursee. Les tirages se
      *> font depuis ACTIVITY2CLIENT, l'arrete mensuel (interets,
      *> remboursement minimum, releve) par creditrevbatch
      *>------------------------------------------------------------------------
       0620-CREDIT-RENOUVELABLE.
            IF WS-OPER-ROLE NOT = "SUPERVISEUR"
               MOVE "Acces reserve au superviseur" TO WSMSG
               EXIT PARAGRAPH
            END-IF.

            INITIALIZE WSMSG.
            MOVE ZEROES TO WS-CRO-IN-CLIENT.
            MOVE ZEROES TO WS-CRO-IN-COMPTE.
            MOVE ZEROES TO WS-CRO-IN-PLAFOND.
            MOVE ZEROES TO WS-CRO-IN-TAUX.
            MOVE SPACES TO WS-CRO-IN-MODE.
            MOVE ZEROES TO WS-CRO-IN-MENS-FIXE.
            MOVE ZEROES TO WS-CRO-IN-PCT.
            PERFORM 0629-RAZ-RESERVE.

            PERFORM FOREVER
               DISPLAY HEADER-SCREEN
               DISPLAY CREDREV-OUVERTURE-SCREEN
               ACCEPT CREDREV-OUVERTURE-SCREEN
               MOVE wRetCode TO WS-FNC-KEY

               EVALUATE TRUE
                  WHEN V-FNC-F1
                     INITIALIZE WSMSG
                     PERFORM 0621-CONSULTER-RESERVE

                  WHEN V-FNC-F2
                     INITIALIZE WSMSG
                     PERFORM 0623-OUVRIR-RESERVE

                  WHEN V-FNC-F3
                     INITIALIZE WSMSG
                     PERFORM 0624-CLOTURER-RESERVE

                  WHEN V-FNC-F9
                     EXIT PERFORM

                  WHEN OTHER
                     MOVE "F1-Cons F2-Ouvr F3-Clot F9-Ret" TO WSMSG
               END-EVALUATE
            END-PERFORM.

      *> reserve vivante (ACTIF ou SUSPENDU) du client saisi
       0621-CONSULTER-RESERVE.
           PERFORM 0629-RAZ-RESERVE.
           PERFORM 0622-LOAD-CREDREV.
           PERFORM VARYING WS-CRO-IDX FROM 1 BY 1
              UNTIL WS-CRO-IDX > WS-CRO-COUNT
              IF WS-CRO-T-IDCLIENT(WS-CRO-IDX) = WS-CRO-IN-CLIENT
                 AND WS-CRO-T-STATUT(WS-CRO-IDX) NOT = 'CLOTURE'
                 MOVE WS-CRO-IDX TO WS-CRO-LIGNE-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CRO-LIGNE-IDX = 0
              MOVE "Aucune reserve ouverte pour ce client" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CRO-T-LIGNEID(WS-CRO-LIGNE-IDX) TO WS-CRO-LIGNEID.
           MOVE WS-CRO-T-STATUT(WS-CRO-LIGNE-IDX) TO WS-CRO-STATUT.
           MOVE WS-CRO-T-UTILISE(WS-CRO-LIGNE-IDX) TO WS-CRO-UTILISE.
           MOVE WS-CRO-T-COMPTEID(WS-CRO-LIGNE-IDX)
             TO WS-CRO-IN-COMPTE.
           MOVE WS-CRO-T-PLAFOND(WS-CRO-LIGNE-IDX)
             TO WS-CRO-IN-PLAFOND.
           MOVE WS-CRO-T-TAUX-ANNUEL(WS-CRO-LIGNE-IDX)
             TO WS-CRO-IN-TAUX.
           MOVE WS-CRO-T-MODE-REMB(WS-CRO-LIGNE-IDX)
             TO WS-CRO-IN-MODE.
           MOVE WS-CRO-T-MENS-FIXE(WS-CRO-LIGNE-IDX)
             TO WS-CRO-IN-MENS-FIXE.
           MOVE WS-CRO-T-PCT-REMB(WS-CRO-LIGNE-IDX)
             TO WS-CRO-IN-PCT.
           IF WS-CRO-UTILISE < WS-CRO-IN-PLAFOND
              COMPUTE WS-CRO-DISPONIBLE =
                 WS-CRO-IN-PLAFOND - WS-CRO-UTILISE
           END-IF.

       0622-LOAD-CREDREV.
           MOVE 0 TO WS-CRO-COUNT.
           OPEN INPUT CREDREV.
           IF WS-CREDREV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-CRO-EOF.
           READ CREDREV
              AT END MOVE 'OUI' TO WS-CRO-EOF
           END-READ.
           PERFORM UNTIL WS-CRO-EOF = 'OUI'
              ADD 1 TO WS-CRO-COUNT
              MOVE CRV-LIGNEID TO WS-CRO-T-LIGNEID(WS-CRO-COUNT)
              MOVE CRV-IDCLIENT TO WS-CRO-T-IDCLIENT(WS-CRO-COUNT)
              MOVE CRV-COMPTEID TO WS-CRO-T-COMPTEID(WS-CRO-COUNT)
              MOVE CRV-PLAFOND TO WS-CRO-T-PLAFOND(WS-CRO-COUNT)
              MOVE CRV-UTILISE TO WS-CRO-T-UTILISE(WS-CRO-COUNT)
              MOVE CRV-TAUX-ANNUEL
                TO WS-CRO-T-TAUX-ANNUEL(WS-CRO-COUNT)
              MOVE CRV-MODE-REMB TO WS-CRO-T-MODE-REMB(WS-CRO-COUNT)
              MOVE CRV-MENS-FIXE TO WS-CRO-T-MENS-FIXE(WS-CRO-COUNT)
              MOVE CRV-PCT-REMB TO WS-CRO-T-PCT-REMB(WS-CRO-COUNT)
              MOVE CRV-DATE-OUVERTURE
                TO WS-CRO-T-DATE-OUVERTURE(WS-CRO-COUNT)
              MOVE CRV-DERNIER-ARRETE
                TO WS-CRO-T-DERNIER-ARRETE(WS-CRO-COUNT)
              MOVE CRV-INTERETS-MOIS
                TO WS-CRO-T-INTERETS-MOIS(WS-CRO-COUNT)
              MOVE CRV-REMB-MOIS TO WS-CRO-T-REMB-MOIS(WS-CRO-COUNT)
              MOVE CRV-IMPAYES TO WS-CRO-T-IMPAYES(WS-CRO-COUNT)
              MOVE CRV-STATUT TO WS-CRO-T-STATUT(WS-CRO-COUNT)
              READ CREDREV
                 AT END MOVE 'OUI' TO WS-CRO-EOF
              END-READ
           END-PERFORM.
           CLOSE CREDREV.

       0623-OUVRIR-RESERVE.
           IF WS-CRO-IN-CLIENT = ZEROES
              OR WS-CRO-IN-COMPTE = ZEROES
              MOVE "Client et compte obligatoires" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CRO-IN-PLAFOND = ZEROES
              MOVE "Plafond obligatoire" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CRO-IN-MODE = 'F'
              AND WS-CRO-IN-MENS-FIXE = ZEROES
              MOVE "Minimum fixe obligatoire en mode F" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CRO-IN-MODE = 'P'
              AND WS-CRO-IN-PCT = ZEROES
              MOVE "Pourcentage obligatoire en mode P" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CRO-IN-MODE NOT = 'F'
              AND WS-CRO-IN-MODE NOT = 'P'
              MOVE "Mode : F-fixe ou P-pourcentage" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

      *>    le compte de tirage et de prelevement doit appartenir au
      *>    client (titulaire ou co-titulaire, pas mandataire)
           CALL 'comptetitulaires' USING WS-CRO-IN-COMPTE,
              WS-CRO-IN-CLIENT, WS-CRO-TIT-ROLE, WS-CRO-TIT-SUCCESS.
           IF WS-CRO-TIT-SUCCESS NOT = 'OUI'
              OR WS-CRO-TIT-ROLE(1:11) = 'PROCURATION'
              MOVE "Compte non detenu par ce client" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

      *>    pas de credit pour un client mineur
           MOVE SPACES TO WS-MNR-MIN-DATE.
           CALL 'mineurcheck' USING WS-CRO-IN-COMPTE,
              WS-CRO-IN-CLIENT, WS-MNR-MIN-DATE, WS-MNR-MIN-MINEUR,
              WS-MNR-MIN-AGE, WS-MNR-MIN-CARTE, WS-MNR-MIN-RETRAIT.
           IF WS-MNR-MIN-MINEUR = 'OUI'
              MOVE "Pas de credit pour un client mineur" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0629-RAZ-RESERVE.
           PERFORM 0622-LOAD-CREDREV.
           MOVE ZEROES TO WS-CRO-MAX-ID.
           PERFORM VARYING WS-CRO-IDX FROM 1 BY 1
              UNTIL WS-CRO-IDX > WS-CRO-COUNT
              IF WS-CRO-T-LIGNEID(WS-CRO-IDX) > WS-CRO-MAX-ID
                 MOVE WS-CRO-T-LIGNEID(WS-CRO-IDX) TO WS-CRO-MAX-ID
              END-IF
              IF WS-CRO-T-IDCLIENT(WS-CRO-IDX) = WS-CRO-IN-CLIENT
                 AND WS-CRO-T-STATUT(WS-CRO-IDX) NOT = 'CLOTURE'
                 MOVE WS-CRO-IDX TO WS-CRO-LIGNE-IDX
              END-IF
           END-PERFORM.
           IF WS-CRO-LIGNE-IDX NOT = 0
              MOVE "Le client a deja une reserve ouverte" TO WSMSG
              MOVE 0 TO WS-CRO-LIGNE-IDX
              EXIT PARAGRAPH
           END-IF.
           IF WS-CRO-COUNT NOT < 200
              MOVE "Registre des reserves plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PDM-TODAY-NUM.
           MOVE SPACES TO WS-CRO-TODAY-ISO.
           STRING WS-PDM-TODAY-NUM(1:4) '-' WS-PDM-TODAY-NUM(5:2)
              '-' WS-PDM-TODAY-NUM(7:2)
              DELIMITED BY SIZE INTO WS-CRO-TODAY-ISO.

           ADD 1 TO WS-CRO-COUNT.
           ADD 1 TO WS-CRO-MAX-ID.
           MOVE WS-CRO-MAX-ID TO WS-CRO-T-LIGNEID(WS-CRO-COUNT).
           MOVE WS-CRO-IN-CLIENT TO WS-CRO-T-IDCLIENT(WS-CRO-COUNT).
           MOVE WS-CRO-IN-COMPTE TO WS-CRO-T-COMPTEID(WS-CRO-COUNT).
           MOVE WS-CRO-IN-PLAFOND TO WS-CRO-T-PLAFOND(WS-CRO-COUNT).
           MOVE ZEROES TO WS-CRO-T-UTILISE(WS-CRO-COUNT).
           MOVE WS-CRO-IN-TAUX TO WS-CRO-T-TAUX-ANNUEL(WS-CRO-COUNT).
           MOVE WS-CRO-IN-MODE TO WS-CRO-T-MODE-REMB(WS-CRO-COUNT).
           IF WS-CRO-IN-MODE = 'F'
              MOVE ZEROES TO WS-CRO-IN-PCT
           ELSE
              MOVE ZEROES TO WS-CRO-IN-MENS-FIXE
           END-IF.
           MOVE WS-CRO-IN-MENS-FIXE
             TO WS-CRO-T-MENS-FIXE(WS-CRO-COUNT).
           MOVE WS-CRO-IN-PCT TO WS-CRO-T-PCT-REMB(WS-CRO-COUNT).
           MOVE WS-CRO-TODAY-ISO
             TO WS-CRO-T-DATE-OUVERTURE(WS-CRO-COUNT).
      *>    pas d'arrete le mois de l'ouverture : rien n'est encore
      *>    tire, le premier arrete tombe le mois suivant
           MOVE WS-CRO-TODAY-ISO
             TO WS-CRO-T-DERNIER-ARRETE(WS-CRO-COUNT).
           MOVE ZEROES TO WS-CRO-T-INTERETS-MOIS(WS-CRO-COUNT).
           MOVE ZEROES TO WS-CRO-T-REMB-MOIS(WS-CRO-COUNT).
           MOVE ZEROES TO WS-CRO-T-IMPAYES(WS-CRO-COUNT).
           MOVE 'ACTIF' TO WS-CRO-T-STATUT(WS-CRO-COUNT).
           PERFORM 0628-REWRITE-CREDREV.

           MOVE WS-CRO-MAX-ID TO WS-CRO-LIGNEID.
           MOVE 'ACTIF' TO WS-CRO-STATUT.
           MOVE WS-CRO-IN-PLAFOND TO WS-CRO-DISPONIBLE.

           MOVE 'OUVERTURE RESERVE' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Reserve ' WS-CRO-MAX-ID ' ouverte, plafond '
              WS-CRO-IN-PLAFOND ' sur compte ' WS-CRO-IN-COMPTE
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-CRO-IN-CLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-CRO-TODAY-ISO.

           MOVE 'OUVERTURE RESERVE' TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING 'LIGNE ' WS-CRO-MAX-ID
              ' CLIENT ' WS-CRO-IN-CLIENT
              ' COMPTE ' WS-CRO-IN-COMPTE
              ' PLAFOND ' WS-CRO-IN-PLAFOND
              ' TAUX ' WS-CRO-IN-TAUX
              ' MODE ' WS-CRO-IN-MODE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Reserve ouverte" TO WSMSG.

      *> cloture : seulement une fois le montant utilise rembourse
       0624-CLOTURER-RESERVE.
           PERFORM 0621-CONSULTER-RESERVE.
           IF WS-CRO-LIGNE-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-CRO-UTILISE NOT = ZEROES
              MOVE "Reserve encore utilisee : cloture refusee"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'CLOTURE' TO WS-CRO-T-STATUT(WS-CRO-LIGNE-IDX).
           PERFORM 0628-REWRITE-CREDREV.
           MOVE 'CLOTURE' TO WS-CRO-STATUT.
           MOVE ZEROES TO WS-CRO-DISPONIBLE.

           MOVE 'CLOTURE RESERVE' TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING 'LIGNE ' WS-CRO-LIGNEID
              ' CLIENT ' WS-CRO-IN-CLIENT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Reserve cloturee" TO WSMSG.

       0628-REWRITE-CREDREV.
           OPEN OUTPUT CREDREV.
           PERFORM VARYING WS-CRO-IDX FROM 1 BY 1
              UNTIL WS-CRO-IDX > WS-CRO-COUNT
              MOVE WS-CRO-T-LIGNEID(WS-CRO-IDX) TO CRV-LIGNEID
              MOVE WS-CRO-T-IDCLIENT(WS-CRO-IDX) TO CRV-IDCLIENT
              MOVE WS-CRO-T-COMPTEID(WS-CRO-IDX) TO CRV-COMPTEID
              MOVE WS-CRO-T-PLAFOND(WS-CRO-IDX) TO CRV-PLAFOND
              MOVE WS-CRO-T-UTILISE(WS-CRO-IDX) TO CRV-UTILISE
              MOVE WS-CRO-T-TAUX-ANNUEL(WS-CRO-IDX) TO CRV-TAUX-ANNUEL
              MOVE WS-CRO-T-MODE-REMB(WS-CRO-IDX) TO CRV-MODE-REMB
              MOVE WS-CRO-T-MENS-FIXE(WS-CRO-IDX) TO CRV-MENS-FIXE
              MOVE WS-CRO-T-PCT-REMB(WS-CRO-IDX) TO CRV-PCT-REMB
              MOVE WS-CRO-T-DATE-OUVERTURE(WS-CRO-IDX)
                TO CRV-DATE-OUVERTURE
              MOVE WS-CRO-T-DERNIER-ARRETE(WS-CRO-IDX)
                TO CRV-DERNIER-ARRETE
              MOVE WS-CRO-T-INTERETS-MOIS(WS-CRO-IDX)
                TO CRV-INTERETS-MOIS
              MOVE WS-CRO-T-REMB-MOIS(WS-CRO-IDX) TO CRV-REMB-MOIS
              MOVE WS-CRO-T-IMPAYES(WS-CRO-IDX) TO CRV-IMPAYES
              MOVE WS-CRO-T-STATUT(WS-CRO-IDX) TO CRV-STATUT
              WRITE CREDREV-RECORD
           END-PERFORM.
           CLOSE CREDREV.

       0629-RAZ-RESERVE.
           MOVE 0 TO WS-CRO-LIGNE-IDX.
           MOVE ZEROES TO WS-CRO-LIGNEID.
           MOVE ZEROES TO WS-CRO-UTILISE.
           MOVE ZEROES TO WS-CRO-DISPONIBLE.
           MOVE SPACES TO WS-CRO-STATUT.

      *>------------------------------------------------------------------------
      *> registre des nantissements (role SUPERVISEUR requis) : pose
      *> d'un nantissement sur un compte du client emprunteur (type
      *> C, retenu sur le disponible par opdebit/opprelev) ou sur un
      *> de ses depots a terme (type D, reconduit d'office par
      *> depotermebatch), consultation, et mainlevee manuelle. La
      *> mainlevee automatique est faite au remboursement complet
      *> (pretprelevbatch, remboursement anticipe total) et l'appel
      *> au contentieux par pretretardbatch
      *>------------------------------------------------------------------------
       0630-GERER-NANTISSEMENTS.
            IF WS-OPER-ROLE NOT = "SUPERVISEUR"
               MOVE "Acces reserve au superviseur" TO WSMSG
               EXIT PARAGRAPH
            END-IF.

            PERFORM 0631-LOAD-NANTIS.
            INITIALIZE WSMSG.
            MOVE 1 TO WS-NTG-CURRENT.

            PERFORM FOREVER
               MOVE ZEROES TO WS-NTG-IN-PRETID
               MOVE SPACES TO WS-NTG-IN-TYPE
               MOVE ZEROES TO WS-NTG-IN-COMPTE
               MOVE ZEROES TO WS-NTG-IN-DEPOTID
               MOVE ZEROES TO WS-NTG-IN-MONTANT

               DISPLAY HEADER-SCREEN
               DISPLAY NANTIS-SCREEN
               ACCEPT NANTIS-SCREEN
               MOVE wRetCode TO WS-FNC-KEY

               EVALUATE TRUE
                  WHEN V-FNC-F1
                     INITIALIZE WSMSG
                     PERFORM 0632-POSER-NANTISSEMENT

                  WHEN V-FNC-F2
                     INITIALIZE WSMSG
                     IF WS-NTG-CURRENT < WS-NTG-COUNT
                        ADD 1 TO WS-NTG-CURRENT
                     ELSE
                        MOVE 1 TO WS-NTG-CURRENT
                     END-IF

                  WHEN V-FNC-F3
                     INITIALIZE WSMSG
                     PERFORM 0634-MAINLEVEE-MANUELLE

                  WHEN V-FNC-F9
                     EXIT PERFORM

                  WHEN OTHER
                     MOVE "F1-Poser F2-Suiv F3-Mainlevee F9-Ret"
                       TO WSMSG
               END-EVALUATE
            END-PERFORM.

       0631-LOAD-NANTIS.
           MOVE 0 TO WS-NTG-COUNT.
           INITIALIZE WS-NTG-TABLE.
           OPEN INPUT NANTIS.
           IF WS-NANTIS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-NTG-EOF.
           READ NANTIS
              AT END MOVE 'OUI' TO WS-NTG-EOF
           END-READ.
           PERFORM UNTIL WS-NTG-EOF = 'OUI'
              ADD 1 TO WS-NTG-COUNT
              MOVE NT-NANTID TO WS-NTG-NANTID(WS-NTG-COUNT)
              MOVE NT-PRETID TO WS-NTG-PRETID(WS-NTG-COUNT)
              MOVE NT-TYPE TO WS-NTG-TYPE(WS-NTG-COUNT)
              MOVE NT-COMPTEID TO WS-NTG-COMPTEID(WS-NTG-COUNT)
              MOVE NT-DEPOTID TO WS-NTG-DEPOTID(WS-NTG-COUNT)
              MOVE NT-MONTANT TO WS-NTG-MONTANT(WS-NTG-COUNT)
              MOVE NT-DATE-POSE TO WS-NTG-DATE-POSE(WS-NTG-COUNT)
              MOVE NT-DATE-FIN TO WS-NTG-DATE-FIN(WS-NTG-COUNT)
              MOVE NT-MONTANT-APPELE
                TO WS-NTG-MONTANT-APPELE(WS-NTG-COUNT)
              MOVE NT-STATUT TO WS-NTG-STATUT(WS-NTG-COUNT)
              READ NANTIS
                 AT END MOVE 'OUI' TO WS-NTG-EOF
              END-READ
           END-PERFORM.
           CLOSE NANTIS.

      *> pret NOUVEAU ou ACTIF ; compte detenu par l'emprunteur, ou
      *> depot a terme ACTIF de l'emprunteur nanti une seule fois et
      *> dans la limite de son capital (montant 0 = tout le depot)
       0632-POSER-NANTISSEMENT.
           IF WS-NTG-IN-PRETID = ZEROES
              MOVE "Pret obligatoire" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-NTG-IN-TYPE NOT = 'C' AND WS-NTG-IN-TYPE NOT = 'D'
              MOVE "Type : C-compte ou D-depot a terme" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0612-LOAD-PRETS-PLAN.
           MOVE 0 TO WS-RBA-PRET-IDX.
           PERFORM VARYING WS-RBA-IDX FROM 1 BY 1
              UNTIL WS-RBA-IDX > WS-RBA-PRETS-COUNT
              IF WS-RBA-PR-PRETID(WS-RBA-IDX) = WS-NTG-IN-PRETID
                 MOVE WS-RBA-IDX TO WS-RBA-PRET-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-RBA-PRET-IDX = 0
              MOVE "Pret inconnu" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-RBA-PR-STATUT(WS-RBA-PRET-IDX) NOT = 'NOUVEAU'
              AND WS-RBA-PR-STATUT(WS-RBA-PRET-IDX) NOT = 'ACTIF'
              MOVE "Pret ni NOUVEAU ni ACTIF" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           IF WS-NTG-IN-TYPE = 'C'
              IF WS-NTG-IN-MONTANT = ZEROES
                 MOVE "Montant nanti obligatoire" TO WSMSG
                 EXIT PARAGRAPH
              END-IF
              CALL 'comptetitulaires' USING WS-NTG-IN-COMPTE,
                 WS-RBA-PR-IDCLIENT(WS-RBA-PRET-IDX),
                 WS-NTG-TIT-ROLE, WS-NTG-TIT-SUCCESS
              IF WS-NTG-TIT-SUCCESS NOT = 'OUI'
                 OR WS-NTG-TIT-ROLE(1:11) = 'PROCURATION'
                 MOVE "Compte non detenu par l'emprunteur" TO WSMSG
                 EXIT PARAGRAPH
              END-IF
              MOVE ZEROES TO WS-NTG-IN-DEPOTID
           ELSE
              PERFORM 0633-CHERCHER-DEPOT
              IF WS-NTG-DT-TROUVE = 'NON'
                 MOVE "Depot a terme inconnu ou non actif" TO WSMSG
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-NTG-IDX FROM 1 BY 1
                 UNTIL WS-NTG-IDX > WS-NTG-COUNT
                 IF WS-NTG-TYPE(WS-NTG-IDX) = 'D'
                    AND WS-NTG-DEPOTID(WS-NTG-IDX) = WS-NTG-IN-DEPOTID
                    AND WS-NTG-STATUT(WS-NTG-IDX) = 'ACTIF'
                    MOVE "Depot deja nanti" TO WSMSG
                 END-IF
              END-PERFORM
              IF WSMSG NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
              IF WS-NTG-IN-MONTANT = ZEROES
                 OR WS-NTG-IN-MONTANT > WS-NTG-DT-MONTANT
                 MOVE WS-NTG-DT-MONTANT TO WS-NTG-IN-MONTANT
              END-IF
              MOVE WS-NTG-DT-COMPTEID TO WS-NTG-IN-COMPTE
           END-IF.

           IF WS-NTG-COUNT NOT < 200
              MOVE "Registre des nantissements plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PDM-TODAY-NUM.
           MOVE SPACES TO WS-NTG-TODAY-ISO.
           STRING WS-PDM-TODAY-NUM(1:4) '-' WS-PDM-TODAY-NUM(5:2)
              '-' WS-PDM-TODAY-NUM(7:2)
              DELIMITED BY SIZE INTO WS-NTG-TODAY-ISO.

           MOVE ZEROES TO WS-NTG-MAX-ID.
           PERFORM VARYING WS-NTG-IDX FROM 1 BY 1
              UNTIL WS-NTG-IDX > WS-NTG-COUNT
              IF WS-NTG-NANTID(WS-NTG-IDX) > WS-NTG-MAX-ID
                 MOVE WS-NTG-NANTID(WS-NTG-IDX) TO WS-NTG-MAX-ID
              END-IF
           END-PERFORM.

           ADD 1 TO WS-NTG-COUNT.
           ADD 1 TO WS-NTG-MAX-ID.
           MOVE WS-NTG-MAX-ID TO WS-NTG-NANTID(WS-NTG-COUNT).
           MOVE WS-NTG-IN-PRETID TO WS-NTG-PRETID(WS-NTG-COUNT).
           MOVE WS-NTG-IN-TYPE TO WS-NTG-TYPE(WS-NTG-COUNT).
           MOVE WS-NTG-IN-COMPTE TO WS-NTG-COMPTEID(WS-NTG-COUNT).
           MOVE WS-NTG-IN-DEPOTID TO WS-NTG-DEPOTID(WS-NTG-COUNT).
           MOVE WS-NTG-IN-MONTANT TO WS-NTG-MONTANT(WS-NTG-COUNT).
           MOVE WS-NTG-TODAY-ISO TO WS-NTG-DATE-POSE(WS-NTG-COUNT).
           MOVE SPACES TO WS-NTG-DATE-FIN(WS-NTG-COUNT).
           MOVE ZEROES TO WS-NTG-MONTANT-APPELE(WS-NTG-COUNT).
           MOVE 'ACTIF' TO WS-NTG-STATUT(WS-NTG-COUNT).
           PERFORM 0638-REWRITE-NANTIS.
           MOVE WS-NTG-COUNT TO WS-NTG-CURRENT.

           MOVE "POSE NANTISSEMENT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "NANTI " WS-NTG-MAX-ID
              " PRET " WS-NTG-IN-PRETID
              " TYPE " WS-NTG-IN-TYPE
              " COMPTE " WS-NTG-IN-COMPTE
              " DEPOT " WS-NTG-IN-DEPOTID
              " MONTANT " WS-NTG-IN-MONTANT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Nantissement enregistre" TO WSMSG.

      *> depot a terme ACTIF du client emprunteur
       0633-CHERCHER-DEPOT.
           MOVE 'NON' TO WS-NTG-DT-TROUVE.
           OPEN INPUT DEPATERME.
           IF WS-DEPATERME-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-NTG-EOF.
           READ DEPATERME
              AT END MOVE 'OUI' TO WS-NTG-EOF
           END-READ.
           PERFORM UNTIL WS-NTG-EOF = 'OUI'
              IF DT-DEPOTID = WS-NTG-IN-DEPOTID
                 AND DT-STATUT = 'ACTIF'
                 AND DT-IDCLIENT = WS-RBA-PR-IDCLIENT(WS-RBA-PRET-IDX)
                 MOVE 'OUI' TO WS-NTG-DT-TROUVE
                 MOVE DT-COMPTEID TO WS-NTG-DT-COMPTEID
                 MOVE DT-MONTANT TO WS-NTG-DT-MONTANT
              END-IF
              READ DEPATERME
                 AT END MOVE 'OUI' TO WS-NTG-EOF
              END-READ
           END-PERFORM.
           CLOSE DEPATERME.

      *> mainlevee manuelle du nantissement affiche (erreur de pose,
      *> garantie substituee) ; un nantissement appele ne se leve pas
       0634-MAINLEVEE-MANUELLE.
           IF WS-NTG-COUNT = 0
              MOVE "Aucun nantissement" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-NTG-STATUT(WS-NTG-CURRENT) NOT = 'ACTIF'
              MOVE "Nantissement non actif" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PDM-TODAY-NUM.
           MOVE SPACES TO WS-NTG-TODAY-ISO.
           STRING WS-PDM-TODAY-NUM(1:4) '-' WS-PDM-TODAY-NUM(5:2)
              '-' WS-PDM-TODAY-NUM(7:2)
              DELIMITED BY SIZE INTO WS-NTG-TODAY-ISO.
           MOVE 'LEVE' TO WS-NTG-STATUT(WS-NTG-CURRENT).
           MOVE WS-NTG-TODAY-ISO TO WS-NTG-DATE-FIN(WS-NTG-CURRENT).
           PERFORM 0638-REWRITE-NANTIS.

           MOVE "MAINLEVEE NANTISSEMENT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "NANTI " WS-NTG-NANTID(WS-NTG-CURRENT)
              " PRET " WS-NTG-PRETID(WS-NTG-CURRENT)
              " MANUELLE"
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Mainlevee enregistree" TO WSMSG.

      *> mainlevee de tous les nantissements ACTIF du pret
      *> WS-NTG-PRETID-LEVEE (pret solde par anticipation)
       0635-LEVER-NANTIS-PRET.
           MOVE 0 TO WS-NTG-LEVEES.
           PERFORM 0631-LOAD-NANTIS.
           PERFORM VARYING WS-NTG-IDX FROM 1 BY 1
              UNTIL WS-NTG-IDX > WS-NTG-COUNT
              IF WS-NTG-PRETID(WS-NTG-IDX) = WS-NTG-PRETID-LEVEE
                 AND WS-NTG-STATUT(WS-NTG-IDX) = 'ACTIF'
                 MOVE 'LEVE' TO WS-NTG-STATUT(WS-NTG-IDX)
                 MOVE WS-RBA-TODAY-ISO TO WS-NTG-DATE-FIN(WS-NTG-IDX)
                 ADD 1 TO WS-NTG-LEVEES
              END-IF
           END-PERFORM.
           IF WS-NTG-LEVEES > 0
              PERFORM 0638-REWRITE-NANTIS
              MOVE "MAINLEVEE NANTISSEMENT" TO BQA-ACTION
              MOVE SPACES TO BQA-DETAIL
              STRING "PRET " WS-NTG-PRETID-LEVEE
                 " SOLDE : " WS-NTG-LEVEES " NANTISSEMENT(S) LEVE(S)"
                 DELIMITED BY SIZE INTO BQA-DETAIL
              PERFORM 0115-ECRIRE-AUDIT
           END-IF.

       0638-REWRITE-NANTIS.
           OPEN OUTPUT NANTIS.
           PERFORM VARYING WS-NTG-IDX FROM 1 BY 1
              UNTIL WS-NTG-IDX > WS-NTG-COUNT
              MOVE WS-NTG-NANTID(WS-NTG-IDX) TO NT-NANTID
              MOVE WS-NTG-PRETID(WS-NTG-IDX) TO NT-PRETID
              MOVE WS-NTG-TYPE(WS-NTG-IDX) TO NT-TYPE
              MOVE WS-NTG-COMPTEID(WS-NTG-IDX) TO NT-COMPTEID
              MOVE WS-NTG-DEPOTID(WS-NTG-IDX) TO NT-DEPOTID
              MOVE WS-NTG-MONTANT(WS-NTG-IDX) TO NT-MONTANT
              MOVE WS-NTG-DATE-POSE(WS-NTG-IDX) TO NT-DATE-POSE
              MOVE WS-NTG-DATE-FIN(WS-NTG-IDX) TO NT-DATE-FIN
              MOVE WS-NTG-MONTANT-APPELE(WS-NTG-IDX)
                TO NT-MONTANT-APPELE
              MOVE WS-NTG-STATUT(WS-NTG-IDX) TO NT-STATUT
              WRITE NANTIS-RECORD
           END-PERFORM.
           CLOSE NANTIS.

      *>------------------------------------------------------------------------
      *> cautions bancaires des clients entreprise (loyer, douane,
      *> fournisseur) : saisie de l'emission, demande de mainlevee ou
      *> d'appel par le beneficiaire, chacune en attente de
      *> l'approbation d'un second operateur (double regard comme les
      *> OD). La garantie est soit un montant bloque sur le compte du
      *> client (B, retenu sur le disponible par opdebit/opprelev/
      *> soldedispo tant que la caution est ACTIVE), soit une
      *> contre-garantie externe (C). L'appel approuve debite le
      *> client ; cautionbatch facture la commission trimestrielle,
      *> passe les cautions echues en EXPIREE et previent l'agence
      *> trente jours avant l'echeance
      *>------------------------------------------------------------------------
       0640-CAUTIONS-BANCAIRES.
           PERFORM 0641-LOAD-CAUTIONS.
           INITIALIZE WSMSG.
           MOVE 1 TO WS-CAU-CURRENT.

           PERFORM FOREVER
              MOVE ZEROES TO WS-CAU-IN-CLIENT
              MOVE ZEROES TO WS-CAU-IN-COMPTE
              MOVE SPACES TO WS-CAU-IN-BENEF
              MOVE ZEROES TO WS-CAU-IN-MONTANT
              MOVE SPACES TO WS-CAU-IN-ECHEANCE
              MOVE SPACES TO WS-CAU-IN-GARANTIE
              MOVE ZEROES TO WS-CAU-IN-BLOQUE
              MOVE SPACES TO WS-CAU-IN-CONTRE
              MOVE ZEROES TO WS-CAU-IN-TAUX
              MOVE ZEROES TO WS-CAU-IN-APPEL

              DISPLAY HEADER-SCREEN
              DISPLAY CAUTIONS-SCREEN
              ACCEPT CAUTIONS-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0642-EMETTRE-CAUTION

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    IF WS-CAU-CURRENT < WS-CAU-COUNT
                       ADD 1 TO WS-CAU-CURRENT
                    ELSE
                       MOVE 1 TO WS-CAU-CURRENT
                    END-IF

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0643-DEMANDER-MAINLEVEE

                 WHEN V-FNC-F4
                    INITIALIZE WSMSG
                    PERFORM 0644-DEMANDER-APPEL

                 WHEN V-FNC-F5
                    INITIALIZE WSMSG
                    PERFORM 0645-APPROUVER-CAUTION

                 WHEN V-FNC-F6
                    INITIALIZE WSMSG
                    PERFORM 0648-REJETER-CAUTION

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Emet F2-Suiv F3-Mainl F4-Appel F5/F6 F9"
                      TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0641-LOAD-CAUTIONS.
           MOVE 0 TO WS-CAU-COUNT.
           INITIALIZE WS-CAU-TABLE.
           OPEN INPUT CAUTIONS.
           IF WS-CAUTIONS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-CAU-EOF.
           READ CAUTIONS
              AT END MOVE 'OUI' TO WS-CAU-EOF
           END-READ.
           PERFORM UNTIL WS-CAU-EOF = 'OUI'
              ADD 1 TO WS-CAU-COUNT
              MOVE CA-CAUTIONID TO WS-CAU-CAUTIONID(WS-CAU-COUNT)
              MOVE CA-IDCLIENT TO WS-CAU-IDCLIENT(WS-CAU-COUNT)
              MOVE CA-COMPTEID TO WS-CAU-COMPTEID(WS-CAU-COUNT)
              MOVE CA-BENEFICIAIRE
                TO WS-CAU-BENEFICIAIRE(WS-CAU-COUNT)
              MOVE CA-MONTANT TO WS-CAU-MONTANT(WS-CAU-COUNT)
              MOVE CA-DATE-DEBUT TO WS-CAU-DATE-DEBUT(WS-CAU-COUNT)
              MOVE CA-DATE-ECHEANCE
                TO WS-CAU-DATE-ECHEANCE(WS-CAU-COUNT)
              MOVE CA-GARANTIE TO WS-CAU-GARANTIE(WS-CAU-COUNT)
              MOVE CA-MONTANT-BLOQUE
                TO WS-CAU-MONTANT-BLOQUE(WS-CAU-COUNT)
              MOVE CA-CONTRE-GARANTIE
                TO WS-CAU-CONTRE-GARANTIE(WS-CAU-COUNT)
              MOVE CA-TAUX-COMM TO WS-CAU-TAUX-COMM(WS-CAU-COUNT)
              MOVE CA-TRIM-FACTURE
                TO WS-CAU-TRIM-FACTURE(WS-CAU-COUNT)
              MOVE CA-DATE-ALERTE TO WS-CAU-DATE-ALERTE(WS-CAU-COUNT)
              MOVE CA-MONTANT-APPELE
                TO WS-CAU-MONTANT-APPELE(WS-CAU-COUNT)
              MOVE CA-DATE-FIN TO WS-CAU-DATE-FIN(WS-CAU-COUNT)
              MOVE CA-DEMANDE TO WS-CAU-DEMANDE(WS-CAU-COUNT)
              MOVE CA-MONTANT-DEMANDE
                TO WS-CAU-MONTANT-DEMANDE(WS-CAU-COUNT)
              MOVE CA-MAKER TO WS-CAU-MAKER(WS-CAU-COUNT)
              MOVE CA-DATE-DEMANDE
                TO WS-CAU-DATE-DEMANDE(WS-CAU-COUNT)
              MOVE CA-STATUT TO WS-CAU-STATUT(WS-CAU-COUNT)
              READ CAUTIONS
                 AT END MOVE 'OUI' TO WS-CAU-EOF
              END-READ
           END-PERFORM.
           CLOSE CAUTIONS.

       0646-TODAY-CAUTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PDM-TODAY-NUM.
           MOVE SPACES TO WS-CAU-TODAY-ISO.
           STRING WS-PDM-TODAY-NUM(1:4) '-' WS-PDM-TODAY-NUM(5:2)
              '-' WS-PDM-TODAY-NUM(7:2)
              DELIMITED BY SIZE INTO WS-CAU-TODAY-ISO.

      *> saisie de l'emission (le maker) : compte detenu en propre par
      *> le client donneur d'ordre, beneficiaire, montant et echeance
      *> future obligatoires ; garantie B avec un montant bloque
      *> compris entre zero et le montant garanti, ou C avec le
      *> libelle de la contre-garantie. La caution part EN ATTENTE
       0642-EMETTRE-CAUTION.
           IF WS-CAU-IN-CLIENT = ZEROES
              MOVE "Client donneur d'ordre obligatoire" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           CALL 'comptetitulaires' USING WS-CAU-IN-COMPTE,
              WS-CAU-IN-CLIENT, WS-CAU-TIT-ROLE, WS-CAU-TIT-SUCCESS.
           IF WS-CAU-TIT-SUCCESS NOT = 'OUI'
              OR WS-CAU-TIT-ROLE(1:11) = 'PROCURATION'
              MOVE "Compte non detenu par le client" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-IN-BENEF = SPACES
              MOVE "Beneficiaire obligatoire" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-IN-MONTANT = ZEROES
              MOVE "Montant garanti obligatoire" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0646-TODAY-CAUTION.
           IF WS-CAU-IN-ECHEANCE NOT > WS-CAU-TODAY-ISO
              MOVE "Echeance AAAA-MM-JJ future obligatoire" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-CAU-IN-GARANTIE
              WHEN 'B'
                 IF WS-CAU-IN-BLOQUE = ZEROES
                    OR WS-CAU-IN-BLOQUE > WS-CAU-IN-MONTANT
                    MOVE "Montant bloque entre 0 et le montant garanti"
                      TO WSMSG
                    EXIT PARAGRAPH
                 END-IF
                 MOVE SPACES TO WS-CAU-IN-CONTRE
              WHEN 'C'
                 IF WS-CAU-IN-CONTRE = SPACES
                    MOVE "Contre-garantie obligatoire" TO WSMSG
                    EXIT PARAGRAPH
                 END-IF
                 MOVE ZEROES TO WS-CAU-IN-BLOQUE
              WHEN OTHER
                 MOVE "Garantie : B-montant bloque ou C-contre-garantie"
                   TO WSMSG
                 EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-CAU-IN-TAUX = ZEROES
              MOVE WS-CAU-TAUX-DEFAUT TO WS-CAU-IN-TAUX
           END-IF.

           IF WS-CAU-COUNT NOT < 200
              MOVE "Registre des cautions plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-CAU-MAX-ID.
           PERFORM VARYING WS-CAU-IDX FROM 1 BY 1
              UNTIL WS-CAU-IDX > WS-CAU-COUNT
              IF WS-CAU-CAUTIONID(WS-CAU-IDX) > WS-CAU-MAX-ID
                 MOVE WS-CAU-CAUTIONID(WS-CAU-IDX) TO WS-CAU-MAX-ID
              END-IF
           END-PERFORM.

           ADD 1 TO WS-CAU-COUNT.
           ADD 1 TO WS-CAU-MAX-ID.
           INITIALIZE WS-CAU-ENTRY(WS-CAU-COUNT).
           MOVE WS-CAU-MAX-ID TO WS-CAU-CAUTIONID(WS-CAU-COUNT).
           MOVE WS-CAU-IN-CLIENT TO WS-CAU-IDCLIENT(WS-CAU-COUNT).
           MOVE WS-CAU-IN-COMPTE TO WS-CAU-COMPTEID(WS-CAU-COUNT).
           MOVE WS-CAU-IN-BENEF TO WS-CAU-BENEFICIAIRE(WS-CAU-COUNT).
           MOVE WS-CAU-IN-MONTANT TO WS-CAU-MONTANT(WS-CAU-COUNT).
           MOVE WS-CAU-IN-ECHEANCE
             TO WS-CAU-DATE-ECHEANCE(WS-CAU-COUNT).
           MOVE WS-CAU-IN-GARANTIE TO WS-CAU-GARANTIE(WS-CAU-COUNT).
           MOVE WS-CAU-IN-BLOQUE
             TO WS-CAU-MONTANT-BLOQUE(WS-CAU-COUNT).
           MOVE WS-CAU-IN-CONTRE
             TO WS-CAU-CONTRE-GARANTIE(WS-CAU-COUNT).
           MOVE WS-CAU-IN-TAUX TO WS-CAU-TAUX-COMM(WS-CAU-COUNT).
           MOVE 'EMISSION' TO WS-CAU-DEMANDE(WS-CAU-COUNT).
           MOVE WS-CAU-IN-MONTANT
             TO WS-CAU-MONTANT-DEMANDE(WS-CAU-COUNT).
           MOVE WS-OPER-ID TO WS-CAU-MAKER(WS-CAU-COUNT).
           MOVE WS-CAU-TODAY-ISO TO WS-CAU-DATE-DEMANDE(WS-CAU-COUNT).
           MOVE 'EN ATTENTE' TO WS-CAU-STATUT(WS-CAU-COUNT).
           PERFORM 0649-REWRITE-CAUTIONS.
           MOVE WS-CAU-COUNT TO WS-CAU-CURRENT.

           MOVE "SAISIE CAUTION" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CAUTION " WS-CAU-MAX-ID
              " CLIENT " WS-CAU-IN-CLIENT
              " COMPTE " WS-CAU-IN-COMPTE
              " MONTANT " WS-CAU-IN-MONTANT
              " GARANTIE " WS-CAU-IN-GARANTIE
              " ECH " WS-CAU-IN-ECHEANCE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Caution saisie, en attente d'approbation" TO WSMSG.

      *> demande de mainlevee (restitution de l'original par le
      *> beneficiaire ou fin anticipee de l'engagement)
       0643-DEMANDER-MAINLEVEE.
           IF WS-CAU-COUNT = 0
              MOVE "Aucune caution" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-STATUT(WS-CAU-CURRENT) NOT = 'ACTIVE'
              MOVE "Caution non active" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-DEMANDE(WS-CAU-CURRENT) NOT = SPACES
              MOVE "Une demande est deja en attente" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0646-TODAY-CAUTION.
           MOVE 'MAINLEVEE' TO WS-CAU-DEMANDE(WS-CAU-CURRENT).
           MOVE ZEROES TO WS-CAU-MONTANT-DEMANDE(WS-CAU-CURRENT).
           MOVE WS-OPER-ID TO WS-CAU-MAKER(WS-CAU-CURRENT).
           MOVE WS-CAU-TODAY-ISO
             TO WS-CAU-DATE-DEMANDE(WS-CAU-CURRENT).
           PERFORM 0649-REWRITE-CAUTIONS.

           MOVE "DEMANDE MAINLEVEE CAU" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CAUTION " WS-CAU-CAUTIONID(WS-CAU-CURRENT)
              " CLIENT " WS-CAU-IDCLIENT(WS-CAU-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Mainlevee en attente d'approbation" TO WSMSG.

      *> appel de la caution par le beneficiaire, dans la limite du
      *> montant garanti restant
       0644-DEMANDER-APPEL.
           IF WS-CAU-COUNT = 0
              MOVE "Aucune caution" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-STATUT(WS-CAU-CURRENT) NOT = 'ACTIVE'
              MOVE "Caution non active" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-DEMANDE(WS-CAU-CURRENT) NOT = SPACES
              MOVE "Une demande est deja en attente" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-IN-APPEL = ZEROES
              OR WS-CAU-IN-APPEL > WS-CAU-MONTANT(WS-CAU-CURRENT)
              MOVE "Montant appele entre 0 et le montant garanti"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0646-TODAY-CAUTION.
           MOVE 'APPEL' TO WS-CAU-DEMANDE(WS-CAU-CURRENT).
           MOVE WS-CAU-IN-APPEL
             TO WS-CAU-MONTANT-DEMANDE(WS-CAU-CURRENT).
           MOVE WS-OPER-ID TO WS-CAU-MAKER(WS-CAU-CURRENT).
           MOVE WS-CAU-TODAY-ISO
             TO WS-CAU-DATE-DEMANDE(WS-CAU-CURRENT).
           PERFORM 0649-REWRITE-CAUTIONS.

           MOVE "DEMANDE APPEL CAUTION" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CAUTION " WS-CAU-CAUTIONID(WS-CAU-CURRENT)
              " CLIENT " WS-CAU-IDCLIENT(WS-CAU-CURRENT)
              " MONTANT " WS-CAU-IN-APPEL
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Appel en attente d'approbation" TO WSMSG.

      *> approbation (le checker, different du saisissant) de la
      *> demande en attente sur la caution affichee ; a l'emission
      *> d'une garantie B le disponible du compte doit couvrir le
      *> montant a bloquer
       0645-APPROUVER-CAUTION.
           IF WS-CAU-COUNT = 0
              MOVE "Aucune caution" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-DEMANDE(WS-CAU-CURRENT) = SPACES
              MOVE "Aucune demande en attente" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-MAKER(WS-CAU-CURRENT) = WS-OPER-ID
              MOVE "Approbation par un autre operateur requise"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0646-TODAY-CAUTION.
           EVALUATE WS-CAU-DEMANDE(WS-CAU-CURRENT)
              WHEN 'EMISSION'
                 IF WS-CAU-GARANTIE(WS-CAU-CURRENT) = 'B'
                    MOVE WS-CAU-COMPTEID(WS-CAU-CURRENT)
                      TO WS-DSP-COMPTEID
                    MOVE WS-CAU-TODAY-ISO TO WS-DSP-DATE
                    MOVE ZEROES TO WS-DSP-SOLDE
                    OPEN INPUT COMPTESFILE
                    IF WS-COMPTESFILE-STATUS = "00"
                       MOVE WS-DSP-COMPTEID TO CF-COMPTEID
                       READ COMPTESFILE
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                             MOVE CF-SOLDE TO WS-DSP-SOLDE
                       END-READ
                       CLOSE COMPTESFILE
                    END-IF
                    CALL 'soldedispo' USING WS-DSP-COMPTEID,
                       WS-DSP-DATE, WS-DSP-SOLDE, WS-DSP-DISPONIBLE
                    IF WS-DSP-DISPONIBLE <
                       WS-CAU-MONTANT-BLOQUE(WS-CAU-CURRENT)
                       MOVE "Disponible insuffisant pour le blocage"
                         TO WSMSG
                       EXIT PARAGRAPH
                    END-IF
                 END-IF
                 MOVE 'ACTIVE' TO WS-CAU-STATUT(WS-CAU-CURRENT)
                 MOVE WS-CAU-TODAY-ISO
                   TO WS-CAU-DATE-DEBUT(WS-CAU-CURRENT)
                 MOVE SPACES TO WS-NOTIF-SUBJECT
                 MOVE 'Emission de votre caution bancaire'
                   TO WS-NOTIF-SUBJECT
                 MOVE SPACES TO WS-NOTIF-BODY
                 STRING 'Caution ' WS-CAU-CAUTIONID(WS-CAU-CURRENT)
                    ' emise, montant '
                    WS-CAU-MONTANT(WS-CAU-CURRENT)
                    ' echeance ' WS-CAU-DATE-ECHEANCE(WS-CAU-CURRENT)
                    DELIMITED BY SIZE INTO WS-NOTIF-BODY
              WHEN 'MAINLEVEE'
                 MOVE 'MAINLEVEE' TO WS-CAU-STATUT(WS-CAU-CURRENT)
                 MOVE WS-CAU-TODAY-ISO
                   TO WS-CAU-DATE-FIN(WS-CAU-CURRENT)
                 MOVE SPACES TO WS-NOTIF-SUBJECT
                 MOVE 'Mainlevee de votre caution bancaire'
                   TO WS-NOTIF-SUBJECT
                 MOVE SPACES TO WS-NOTIF-BODY
                 STRING 'Caution ' WS-CAU-CAUTIONID(WS-CAU-CURRENT)
                    ' levee, les fonds bloques sont liberes'
                    DELIMITED BY SIZE INTO WS-NOTIF-BODY
              WHEN 'APPEL'
                 PERFORM 0647-EXECUTER-APPEL
                 MOVE SPACES TO WS-NOTIF-SUBJECT
                 MOVE 'Appel de votre caution bancaire'
                   TO WS-NOTIF-SUBJECT
                 MOVE SPACES TO WS-NOTIF-BODY
                 STRING 'Caution ' WS-CAU-CAUTIONID(WS-CAU-CURRENT)
                    ' appelee, montant debite '
                    WS-CAU-DEBITE
                    DELIMITED BY SIZE INTO WS-NOTIF-BODY
           END-EVALUATE.

           MOVE "APPROBATION CAUTION" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CAUTION " WS-CAU-CAUTIONID(WS-CAU-CURRENT)
              " " WS-CAU-DEMANDE(WS-CAU-CURRENT)
              " SAISI PAR " WS-CAU-MAKER(WS-CAU-CURRENT)
              " STATUT " WS-CAU-STATUT(WS-CAU-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           MOVE SPACES TO WS-CAU-DEMANDE(WS-CAU-CURRENT).
           MOVE ZEROES TO WS-CAU-MONTANT-DEMANDE(WS-CAU-CURRENT).
           PERFORM 0649-REWRITE-CAUTIONS.

           CALL 'msgnotif' USING WS-CAU-IDCLIENT(WS-CAU-CURRENT),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-CAU-TODAY-ISO.
           IF WSMSG = SPACES
              MOVE "Demande approuvee" TO WSMSG
           END-IF.

      *> appel approuve : la caution passe APPELEE et le registre est
      *> reecrit avant le debit pour que le montant bloque ne soit
      *> plus retenu sur le disponible ; le client est debite par
      *> opprelev en tranches de 99999.99 au plus, chaque tranche
      *> generant sa paire INSERT/UPDATE. Une tranche refusee part
      *> en file SUSPENS du back-office (le beneficiaire est paye par
      *> la banque, la creance sur le client reste a recouvrer)
       0647-EXECUTER-APPEL.
           MOVE 'APPELEE' TO WS-CAU-STATUT(WS-CAU-CURRENT).
           MOVE WS-CAU-TODAY-ISO TO WS-CAU-DATE-FIN(WS-CAU-CURRENT).
           MOVE WS-CAU-MONTANT-DEMANDE(WS-CAU-CURRENT)
             TO WS-CAU-MONTANT-APPELE(WS-CAU-CURRENT).
           PERFORM 0649-REWRITE-CAUTIONS.

           MOVE WS-CAU-MONTANT-DEMANDE(WS-CAU-CURRENT)
             TO WS-CAU-RESTE.
           MOVE ZEROES TO WS-CAU-DEBITE.
           PERFORM UNTIL WS-CAU-RESTE = ZEROES
              IF WS-CAU-RESTE > 99999.99
                 MOVE 99999.99 TO WS-CAU-SOMME
              ELSE
                 MOVE WS-CAU-RESTE TO WS-CAU-SOMME
              END-IF
              SUBTRACT WS-CAU-SOMME FROM WS-CAU-RESTE

              MOVE ZEROES TO WS-CAU-SOLDE
              OPEN INPUT COMPTESFILE
              IF WS-COMPTESFILE-STATUS = "00"
                 MOVE WS-CAU-COMPTEID(WS-CAU-CURRENT) TO CF-COMPTEID
                 READ COMPTESFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF CF-SOLDE > 99999.99
                          MOVE 99999.99 TO WS-CAU-SOLDE
                       ELSE
                       IF CF-SOLDE > ZEROES
                          MOVE CF-SOLDE TO WS-CAU-SOLDE
                       END-IF
                       END-IF
                 END-READ
                 CLOSE COMPTESFILE
              END-IF

              MOVE 'APPEL CAUTION' TO WS-CAU-TYPEOP
              MOVE ZEROES TO WS-CAU-COMM
              CALL 'opprelev' USING WS-CAU-SOLDE,
                 WS-CAU-SOMME, WS-CAU-NEWSOLDE,
                 WS-CAU-TYPEOP, WS-CAU-SUCCESS, WS-CAU-COMM,
                 WS-CAU-TODAY-ISO, WS-CAU-LIBELLE-OUT,
                 WS-CAU-COMPTEID(WS-CAU-CURRENT), 'EUR', 'EUR'

              IF WS-CAU-SUCCESS = 'OUI'
                 ADD WS-CAU-SOMME TO WS-CAU-DEBITE
                 MOVE 'APPEL CAUTION' TO VA-DET-TYPE
                 MOVE SPACES TO VA-DET-LIBELLE
                 STRING 'APPEL CAUTION '
                    WS-CAU-CAUTIONID(WS-CAU-CURRENT)
                    DELIMITED BY SIZE INTO VA-DET-LIBELLE
                 MOVE SPACES TO VA-DET-MONTANT
                 STRING '-' FUNCTION TRIM(WS-CAU-SOMME)
                    DELIMITED BY SIZE INTO VA-DET-MONTANT
                 MOVE WS-CAU-COMPTEID(WS-CAU-CURRENT)
                   TO VA-DET-COMPTEID
                 MOVE WS-CAU-IDCLIENT(WS-CAU-CURRENT)
                   TO VA-DET-CLIENTID
                 MOVE WS-CAU-TODAY-ISO TO VA-DET-DATEOP
                 MOVE SQL-VA-DETAIL-LINE TO PRINT-LINE
                 PERFORM 0270-NEXT-SQL-SEQ
                 MOVE " SEQ=" TO PRINT-LINE(201:5)
                 MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10)
                 WRITE PRINT-LINE
                 CALL 'opjournal' USING WS-SQL-SEQ-NR,
                    PRINT-LINE
                 PERFORM 0116-AUDITER-OPERATION

                 MOVE '-' TO DET-OPERATOR
                 MOVE WS-CAU-SOMME TO DET-uP-SOMME
                 MOVE WS-CAU-COMPTEID(WS-CAU-CURRENT)
                   TO DET-UP-COMPTEID
                 MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE
                 PERFORM 0270-NEXT-SQL-SEQ
                 MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
                 MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
                 WRITE PRINT-UP-LINE
              ELSE
                 MOVE SPACES TO SUS-REFERENCE
                 STRING 'CAUTION ' WS-CAU-CAUTIONID(WS-CAU-CURRENT)
                    DELIMITED BY SIZE INTO SUS-REFERENCE
                 MOVE WS-CAU-COMPTEID(WS-CAU-CURRENT) TO SUS-COMPTEID
                 MOVE WS-CAU-SOMME TO SUS-MONTANT
                 MOVE WS-CAU-TODAY-ISO TO SUS-DATE-RECU
                 MOVE 'APPEL CAUTION IMPAYE' TO SUS-MOTIF
                 MOVE 'A TRAITER' TO SUS-STATUT
                 MOVE SPACES TO SUS-IBAN
                 OPEN EXTEND SUSPENS
                 WRITE SUSPENS-RECORD
                 CLOSE SUSPENS
                 MOVE "Debit refuse : reliquat de l'appel en suspens"
                   TO WSMSG
              END-IF
           END-PERFORM.

      *> rejet par le checker : une emission rejetee est close
      *> (REJETEE), une demande de mainlevee ou d'appel est annulee
      *> et la caution reste ACTIVE
       0648-REJETER-CAUTION.
           IF WS-CAU-COUNT = 0
              MOVE "Aucune caution" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-DEMANDE(WS-CAU-CURRENT) = SPACES
              MOVE "Aucune demande en attente" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAU-MAKER(WS-CAU-CURRENT) = WS-OPER-ID
              MOVE "Rejet par un autre operateur requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           IF WS-CAU-DEMANDE(WS-CAU-CURRENT) = 'EMISSION'
              MOVE 'REJETEE' TO WS-CAU-STATUT(WS-CAU-CURRENT)
           END-IF.

           MOVE "REJET CAUTION" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CAUTION " WS-CAU-CAUTIONID(WS-CAU-CURRENT)
              " " WS-CAU-DEMANDE(WS-CAU-CURRENT)
              " SAISI PAR " WS-CAU-MAKER(WS-CAU-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           MOVE SPACES TO WS-CAU-DEMANDE(WS-CAU-CURRENT).
           MOVE ZEROES TO WS-CAU-MONTANT-DEMANDE(WS-CAU-CURRENT).
           PERFORM 0649-REWRITE-CAUTIONS.
           MOVE "Demande rejetee" TO WSMSG.

       0649-REWRITE-CAUTIONS.
           OPEN OUTPUT CAUTIONS.
           PERFORM VARYING WS-CAU-IDX FROM 1 BY 1
              UNTIL WS-CAU-IDX > WS-CAU-COUNT
              MOVE WS-CAU-CAUTIONID(WS-CAU-IDX) TO CA-CAUTIONID
              MOVE WS-CAU-IDCLIENT(WS-CAU-IDX) TO CA-IDCLIENT
              MOVE WS-CAU-COMPTEID(WS-CAU-IDX) TO CA-COMPTEID
              MOVE WS-CAU-BENEFICIAIRE(WS-CAU-IDX) TO CA-BENEFICIAIRE
              MOVE WS-CAU-MONTANT(WS-CAU-IDX) TO CA-MONTANT
              MOVE WS-CAU-DATE-DEBUT(WS-CAU-IDX) TO CA-DATE-DEBUT
              MOVE WS-CAU-DATE-ECHEANCE(WS-CAU-IDX)
                TO CA-DATE-ECHEANCE
              MOVE WS-CAU-GARANTIE(WS-CAU-IDX) TO CA-GARANTIE
              MOVE WS-CAU-MONTANT-BLOQUE(WS-CAU-IDX)
                TO CA-MONTANT-BLOQUE
              MOVE WS-CAU-CONTRE-GARANTIE(WS-CAU-IDX)
                TO CA-CONTRE-GARANTIE
              MOVE WS-CAU-TAUX-COMM(WS-CAU-IDX) TO CA-TAUX-COMM
              MOVE WS-CAU-TRIM-FACTURE(WS-CAU-IDX) TO CA-TRIM-FACTURE
              MOVE WS-CAU-DATE-ALERTE(WS-CAU-IDX) TO CA-DATE-ALERTE
              MOVE WS-CAU-MONTANT-APPELE(WS-CAU-IDX)
                TO CA-MONTANT-APPELE
              MOVE WS-CAU-DATE-FIN(WS-CAU-IDX) TO CA-DATE-FIN
              MOVE WS-CAU-DEMANDE(WS-CAU-IDX) TO CA-DEMANDE
              MOVE WS-CAU-MONTANT-DEMANDE(WS-CAU-IDX)
                TO CA-MONTANT-DEMANDE
              MOVE WS-CAU-MAKER(WS-CAU-IDX) TO CA-MAKER
              MOVE WS-CAU-DATE-DEMANDE(WS-CAU-IDX) TO CA-DATE-DEMANDE
              MOVE WS-CAU-STATUT(WS-CAU-IDX) TO CA-STATUT
              WRITE CAUTIONS-RECORD
           END-PERFORM.
           CLOSE CAUTIONS.

      *>------------------------------------------------------------------------
      *> coffres-forts loues a la clientele : location d'un coffre de
      *> la salle des coffres (taille P, M ou G, titulaire, compte du
      *> loyer, deux co-locataires au plus), journal des visites et
      *> resiliation. Le visiteur doit etre le titulaire, un
      *> co-locataire ou un mandataire du titulaire (procuration
      *> OPERATIONS en cours au registre PROCURATIONS.DAT). Un coffre
      *> BLOQUE (loyer impaye, ou titulaire decede tant que la
      *> succession n'est pas reglee) refuse toute visite ;
      *> coffrebatch preleve le loyer annuel et gere les impayes
      *>------------------------------------------------------------------------
       0670-COFFRES-FORTS.
           PERFORM 0671-LOAD-LOCCOFFRE.
           PERFORM 0231-LIRE-AGENCEPARM.
           INITIALIZE WSMSG.
           MOVE 1 TO WS-KFR-CURRENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PDM-TODAY-NUM.
           MOVE SPACES TO WS-KFR-TODAY-ISO.
           STRING WS-PDM-TODAY-NUM(1:4) '-' WS-PDM-TODAY-NUM(5:2)
              '-' WS-PDM-TODAY-NUM(7:2)
              DELIMITED BY SIZE INTO WS-KFR-TODAY-ISO.

           PERFORM FOREVER
              MOVE ZEROES TO WS-KFR-IN-AGENCE
              MOVE ZEROES TO WS-KFR-IN-NUMERO
              MOVE SPACES TO WS-KFR-IN-TAILLE
              MOVE ZEROES TO WS-KFR-IN-CLIENT
              MOVE ZEROES TO WS-KFR-IN-COMPTE
              MOVE ZEROES TO WS-KFR-IN-COLOC-1
              MOVE ZEROES TO WS-KFR-IN-COLOC-2
              MOVE ZEROES TO WS-KFR-IN-VISITEUR

              DISPLAY HEADER-SCREEN
              DISPLAY COFFRES-FORTS-SCREEN
              ACCEPT COFFRES-FORTS-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

      *>       agence non saisie : celle du poste (AGENCEPARM.DAT)
              IF WS-KFR-IN-AGENCE = ZEROES
                 MOVE WS-OC-CODE-GUICHET TO WS-KFR-IN-AGENCE
              END-IF

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0672-LOUER-COFFRE-FORT

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    IF WS-KFR-CURRENT < WS-KFR-COUNT
                       ADD 1 TO WS-KFR-CURRENT
                    ELSE
                       MOVE 1 TO WS-KFR-CURRENT
                    END-IF

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0674-VISITE-COFFRE-FORT

                 WHEN V-FNC-F4
                    INITIALIZE WSMSG
                    PERFORM 0676-RESILIER-COFFRE-FORT

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Louer F2-Suiv F3-Visite F4-Resil F9"
                      TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0671-LOAD-LOCCOFFRE.
           MOVE 0 TO WS-KFR-COUNT.
           INITIALIZE WS-KFR-TABLE.
           OPEN INPUT LOCCOFFRE.
           IF WS-LOCCOFFRE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-KFR-EOF.
           READ LOCCOFFRE
              AT END MOVE 'OUI' TO WS-KFR-EOF
           END-READ.
           PERFORM UNTIL WS-KFR-EOF = 'OUI'
              IF WS-KFR-COUNT < 500
                 ADD 1 TO WS-KFR-COUNT
                 MOVE LOCCOFFRE-RECORD TO WS-KFR-ENTRY(WS-KFR-COUNT)
              END-IF
              READ LOCCOFFRE
                 AT END MOVE 'OUI' TO WS-KFR-EOF
              END-READ
           END-PERFORM.
           CLOSE LOCCOFFRE.

      *> location : compte du loyer detenu en propre par le
      *> titulaire ; un coffre inconnu du registre y est ajoute, un
      *> coffre LIBRE est reattribue. Le premier loyer est du le jour
      *> meme (preleve par coffrebatch a la fin de la journee), les
      *> suivants a chaque date anniversaire
       0672-LOUER-COFFRE-FORT.
           IF WS-KFR-IN-NUMERO = ZEROES
              OR WS-KFR-IN-CLIENT = ZEROES
              OR WS-KFR-IN-COMPTE = ZEROES
              MOVE "Coffre/client/cpte requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-KFR-IN-TAILLE NOT = 'P'
              AND WS-KFR-IN-TAILLE NOT = 'M'
              AND WS-KFR-IN-TAILLE NOT = 'G'
              MOVE "Taille : P, M ou G" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           CALL 'comptetitulaires' USING WS-KFR-IN-COMPTE,
              WS-KFR-IN-CLIENT, WS-KFR-TIT-ROLE, WS-KFR-TIT-SUCCESS.
           IF WS-KFR-TIT-SUCCESS NOT = 'OUI'
              OR WS-KFR-TIT-ROLE(1:11) = 'PROCURATION'
              MOVE "Compte non detenu" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0673-CHERCHER-COFFRE-FORT.
           IF WS-KFR-FOUND > 0
              AND WS-KFT-STATUT(WS-KFR-FOUND) NOT = 'LIBRE'
              MOVE "Coffre deja loue" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-KFR-FOUND = 0
              IF WS-KFR-COUNT NOT < 500
                 MOVE "Registre coffres plein" TO WSMSG
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-KFR-COUNT
              MOVE WS-KFR-COUNT TO WS-KFR-FOUND
              MOVE WS-KFR-IN-AGENCE TO WS-KFT-AGENCE(WS-KFR-FOUND)
              MOVE WS-KFR-IN-NUMERO TO WS-KFT-NUMERO(WS-KFR-FOUND)
           END-IF.

           MOVE WS-KFR-IN-TAILLE TO WS-KFT-TAILLE(WS-KFR-FOUND).
           MOVE WS-KFR-IN-CLIENT TO WS-KFT-IDCLIENT(WS-KFR-FOUND).
           MOVE WS-KFR-IN-COMPTE TO WS-KFT-COMPTEID(WS-KFR-FOUND).
           MOVE WS-KFR-IN-COLOC-1 TO WS-KFT-COLOC-1(WS-KFR-FOUND).
           MOVE WS-KFR-IN-COLOC-2 TO WS-KFT-COLOC-2(WS-KFR-FOUND).
           MOVE WS-KFR-TODAY-ISO TO WS-KFT-DATE-DEBUT(WS-KFR-FOUND).
           MOVE WS-KFR-TODAY-ISO
             TO WS-KFT-DATE-ECHEANCE(WS-KFR-FOUND).
           MOVE ZEROES TO WS-KFT-NB-RELANCES(WS-KFR-FOUND).
           MOVE SPACES TO WS-KFT-DATE-RELANCE(WS-KFR-FOUND).
           MOVE 'ACTIF' TO WS-KFT-STATUT(WS-KFR-FOUND).
           MOVE SPACES TO WS-KFT-MOTIF-BLOCAGE(WS-KFR-FOUND).
           PERFORM 0679-REWRITE-LOCCOFFRE.
           MOVE WS-KFR-FOUND TO WS-KFR-CURRENT.

           MOVE "LOCATION COFFRE-FORT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "AGENCE " WS-KFR-IN-AGENCE
              " COFFRE " WS-KFR-IN-NUMERO
              " TAILLE " WS-KFR-IN-TAILLE
              " CLIENT " WS-KFR-IN-CLIENT
              " COMPTE " WS-KFR-IN-COMPTE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Coffre loue" TO WSMSG.

       0673-CHERCHER-COFFRE-FORT.
           MOVE 0 TO WS-KFR-FOUND.
           PERFORM VARYING WS-KFR-IDX FROM 1 BY 1
              UNTIL WS-KFR-IDX > WS-KFR-COUNT
              IF WS-KFT-AGENCE(WS-KFR-IDX) = WS-KFR-IN-AGENCE
                 AND WS-KFT-NUMERO(WS-KFR-IDX) = WS-KFR-IN-NUMERO
                 MOVE WS-KFR-IDX TO WS-KFR-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> visite d'un coffre : coffre ACTIF, titulaire non declare
      *> DECEDE (un deces declare avant la location ou non encore
      *> repercute bloque le coffre sur-le-champ), visiteur habilite ;
      *> chaque visite part a LOCACCES.DAT et a AUDITLOG.DAT
       0674-VISITE-COFFRE-FORT.
           IF WS-KFR-IN-NUMERO = ZEROES
              OR WS-KFR-IN-VISITEUR = ZEROES
              MOVE "Coffre/visiteur requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0673-CHERCHER-COFFRE-FORT.
           IF WS-KFR-FOUND = 0
              OR WS-KFT-STATUT(WS-KFR-FOUND) = 'LIBRE'
              MOVE "Coffre non loue" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-KFR-FOUND TO WS-KFR-CURRENT.
           IF WS-KFT-STATUT(WS-KFR-FOUND) = 'BLOQUE'
              MOVE SPACES TO WSMSG
              STRING "Acces bloque : "
                 WS-KFT-MOTIF-BLOCAGE(WS-KFR-FOUND)
                 DELIMITED BY SIZE INTO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0552-LOAD-SUCCESSIONS.
           MOVE WS-KFT-IDCLIENT(WS-KFR-FOUND) TO WS-SUC-IN-CLIENT.
           PERFORM 0555-CHERCHER-SUCCESSION.
           IF WS-SUC-FOUND > 0
              AND WS-SUC-STATUT(WS-SUC-FOUND) = 'DECEDE'
              MOVE WS-KFT-IDCLIENT(WS-KFR-FOUND)
                TO WS-KFR-CLIENT-DECES
              PERFORM 0677-BLOQUER-COFFRES-DECES
              MOVE "Titulaire decede: bloque" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0675-QUALIFIER-VISITEUR.
           IF WS-KFR-QUALITE = SPACES
              MOVE "Visiteur non habilite" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-KFR-IN-AGENCE TO KA-AGENCE.
           MOVE WS-KFR-IN-NUMERO TO KA-NUMERO.
           MOVE WS-KFR-TODAY-ISO TO KA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO KA-HEURE.
           MOVE WS-KFR-IN-VISITEUR TO KA-IDCLIENT.
           MOVE WS-KFR-QUALITE TO KA-QUALITE.
           MOVE WS-OPER-ID TO KA-OPERATEUR.
           OPEN EXTEND LOCACCES.
           IF WS-LOCACCES-STATUS = "35"
              CLOSE LOCACCES
              OPEN OUTPUT LOCACCES
           END-IF.
           WRITE LOCACCES-RECORD.
           CLOSE LOCACCES.

           MOVE "VISITE COFFRE-FORT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "AGENCE " WS-KFR-IN-AGENCE
              " COFFRE " WS-KFR-IN-NUMERO
              " CLIENT " WS-KFR-IN-VISITEUR
              " " WS-KFR-QUALITE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Visite enregistree" TO WSMSG.

      *> qualite du visiteur sur le coffre WS-KFR-FOUND, a blanc s'il
      *> n'est ni locataire ni mandataire en cours du titulaire
       0675-QUALIFIER-VISITEUR.
           MOVE SPACES TO WS-KFR-QUALITE.
           IF WS-KFR-IN-VISITEUR = WS-KFT-IDCLIENT(WS-KFR-FOUND)
              MOVE 'TITULAIRE' TO WS-KFR-QUALITE
              EXIT PARAGRAPH
           END-IF.
           IF WS-KFR-IN-VISITEUR = WS-KFT-COLOC-1(WS-KFR-FOUND)
              OR WS-KFR-IN-VISITEUR = WS-KFT-COLOC-2(WS-KFR-FOUND)
              MOVE 'COLOCATAIRE' TO WS-KFR-QUALITE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0562-LOAD-PROCURATIONS.
           PERFORM VARYING WS-PXG-IDX FROM 1 BY 1
              UNTIL WS-PXG-IDX > WS-PXG-COUNT
              IF WS-PXG-MANDANT(WS-PXG-IDX)
                   = WS-KFT-IDCLIENT(WS-KFR-FOUND)
                 AND WS-PXG-MANDATAIRE(WS-PXG-IDX)
                   = WS-KFR-IN-VISITEUR
                 AND WS-PXG-PORTEE(WS-PXG-IDX) = 'OPERATIONS'
                 AND WS-PXG-DEBUT(WS-PXG-IDX) NOT > WS-KFR-TODAY-ISO
                 AND (WS-PXG-FIN(WS-PXG-IDX) = SPACES
                    OR WS-PXG-FIN(WS-PXG-IDX) NOT < WS-KFR-TODAY-ISO)
                 MOVE 'MANDATAIRE' TO WS-KFR-QUALITE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> resiliation d'une location ACTIVE : le coffre redevient
      *> LIBRE ; un coffre bloque ne se resilie qu'une fois
      *> l'impaye regle ou la succession close
       0676-RESILIER-COFFRE-FORT.
           PERFORM 0673-CHERCHER-COFFRE-FORT.
           IF WS-KFR-FOUND = 0
              OR WS-KFT-STATUT(WS-KFR-FOUND) NOT = 'ACTIF'
              MOVE "Pas de location active" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-KFR-FOUND TO WS-KFR-CURRENT.
           MOVE WS-KFT-IDCLIENT(WS-KFR-FOUND) TO WS-KFR-IN-CLIENT.
           MOVE ZEROES TO WS-KFT-IDCLIENT(WS-KFR-FOUND).
           MOVE ZEROES TO WS-KFT-COMPTEID(WS-KFR-FOUND).
           MOVE ZEROES TO WS-KFT-COLOC-1(WS-KFR-FOUND).
           MOVE ZEROES TO WS-KFT-COLOC-2(WS-KFR-FOUND).
           MOVE SPACES TO WS-KFT-DATE-ECHEANCE(WS-KFR-FOUND).
           MOVE ZEROES TO WS-KFT-NB-RELANCES(WS-KFR-FOUND).
           MOVE SPACES TO WS-KFT-DATE-RELANCE(WS-KFR-FOUND).
           MOVE 'LIBRE' TO WS-KFT-STATUT(WS-KFR-FOUND).
           MOVE SPACES TO WS-KFT-MOTIF-BLOCAGE(WS-KFR-FOUND).
           PERFORM 0679-REWRITE-LOCCOFFRE.

           MOVE "RESILIATION COFFRE-FORT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "AGENCE " WS-KFR-IN-AGENCE
              " COFFRE " WS-KFR-IN-NUMERO
              " CLIENT " WS-KFR-IN-CLIENT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Location resiliee" TO WSMSG.

      *> deces du client WS-KFR-CLIENT-DECES : ses coffres ACTIFS
      *> (ou deja bloques pour impaye) passent BLOQUE motif DECES
       0677-BLOQUER-COFFRES-DECES.
           PERFORM 0671-LOAD-LOCCOFFRE.
           MOVE ZEROES TO WS-KFR-NB-TOUCHES.
           PERFORM VARYING WS-KFR-IDX FROM 1 BY 1
              UNTIL WS-KFR-IDX > WS-KFR-COUNT
              IF WS-KFT-IDCLIENT(WS-KFR-IDX) = WS-KFR-CLIENT-DECES
                 AND WS-KFT-STATUT(WS-KFR-IDX) NOT = 'LIBRE'
                 AND WS-KFT-MOTIF-BLOCAGE(WS-KFR-IDX) NOT = 'DECES'
                 MOVE 'BLOQUE' TO WS-KFT-STATUT(WS-KFR-IDX)
                 MOVE 'DECES' TO WS-KFT-MOTIF-BLOCAGE(WS-KFR-IDX)
                 ADD 1 TO WS-KFR-NB-TOUCHES
              END-IF
           END-PERFORM.
           IF WS-KFR-NB-TOUCHES > ZEROES
              PERFORM 0679-REWRITE-LOCCOFFRE
              MOVE "BLOCAGE COFFRE DECES" TO BQA-ACTION
              MOVE SPACES TO BQA-DETAIL
              STRING "CLIENT " WS-KFR-CLIENT-DECES " : "
                 WS-KFR-NB-TOUCHES " COFFRE(S) BLOQUE(S)"
                 DELIMITED BY SIZE INTO BQA-DETAIL
              PERFORM 0115-ECRIRE-AUDIT
           END-IF.

      *> succession reglee : les coffres bloques pour le deces du
      *> client WS-KFR-CLIENT-DECES redeviennent ACTIFS, les heritiers
      *> y accedent apres mise a jour des locataires
       0678-LIBERER-COFFRES-DECES.
           PERFORM 0671-LOAD-LOCCOFFRE.
           MOVE ZEROES TO WS-KFR-NB-TOUCHES.
           PERFORM VARYING WS-KFR-IDX FROM 1 BY 1
              UNTIL WS-KFR-IDX > WS-KFR-COUNT
              IF WS-KFT-IDCLIENT(WS-KFR-IDX) = WS-KFR-CLIENT-DECES
                 AND WS-KFT-STATUT(WS-KFR-IDX) = 'BLOQUE'
                 AND WS-KFT-MOTIF-BLOCAGE(WS-KFR-IDX) = 'DECES'
                 MOVE 'ACTIF' TO WS-KFT-STATUT(WS-KFR-IDX)
                 MOVE SPACES TO WS-KFT-MOTIF-BLOCAGE(WS-KFR-IDX)
                 ADD 1 TO WS-KFR-NB-TOUCHES
              END-IF
           END-PERFORM.
           IF WS-KFR-NB-TOUCHES > ZEROES
              PERFORM 0679-REWRITE-LOCCOFFRE
              MOVE "DEBLOCAGE COFFRE DECES" TO BQA-ACTION
              MOVE SPACES TO BQA-DETAIL
              STRING "CLIENT " WS-KFR-CLIENT-DECES " : "
                 WS-KFR-NB-TOUCHES " COFFRE(S) DEBLOQUE(S)"
                 DELIMITED BY SIZE INTO BQA-DETAIL
              PERFORM 0115-ECRIRE-AUDIT
           END-IF.

       0679-REWRITE-LOCCOFFRE.
           OPEN OUTPUT LOCCOFFRE.
           PERFORM VARYING WS-KFR-IDX FROM 1 BY 1
              UNTIL WS-KFR-IDX > WS-KFR-COUNT
              MOVE WS-KFR-ENTRY(WS-KFR-IDX) TO LOCCOFFRE-RECORD
              WRITE LOCCOFFRE-RECORD
           END-PERFORM.
           CLOSE LOCCOFFRE.

      *>------------------------------------------------------------------------
      *> annuaire des facturiers payables par l'ecran PAYER UNE
      *> FACTURE d'activity2client : code, nom, IBAN de remise,
      *> categorie et regle de la reference de facture (forme
      *> caractere par caractere et cle de controle, voir refcheck).
      *> Tout facturier ajoute ou reactive passe le filtrage
      *> sanctions sur son nom et son IBAN : une touche le laisse EN
      *> ATTENTE (aucun paiement possible) et ouvre un dossier
      *> conformite, dont la levee l'active. Un facturier retire
      *> passe INACTIF ; facturebatch remet encore les paiements
      *> deja faits
      *>------------------------------------------------------------------------
       0680-FACTURIERS.
           PERFORM 0681-LOAD-FACTURIERS.
           INITIALIZE WSMSG.
           MOVE 1 TO WS-FTR-CURRENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-FTR-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-FTR-TODAY-ISO.

           PERFORM FOREVER
              MOVE SPACES TO WS-FTR-IN-CODE
              MOVE SPACES TO WS-FTR-IN-NOM
              MOVE SPACES TO WS-FTR-IN-IBAN
              MOVE SPACES TO WS-FTR-IN-CATEGORIE
              MOVE SPACES TO WS-FTR-IN-FORMAT
              MOVE SPACES TO WS-FTR-IN-CLE

              DISPLAY HEADER-SCREEN
              DISPLAY FACTURIERS-SCREEN
              ACCEPT FACTURIERS-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0682-AJOUTER-FACTURIER

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    IF WS-FTR-CURRENT < WS-FTR-COUNT
                       ADD 1 TO WS-FTR-CURRENT
                    ELSE
                       MOVE 1 TO WS-FTR-CURRENT
                    END-IF

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0685-BASCULER-FACTURIER

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Ajouter F2-Suiv F3-Ret/Reac F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0681-LOAD-FACTURIERS.
           MOVE 0 TO WS-FTR-COUNT.
           INITIALIZE WS-FTR-TABLE.
           OPEN INPUT FACTURIERS.
           IF WS-FACTURIERS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-FTR-EOF.
           READ FACTURIERS
              AT END MOVE 'OUI' TO WS-FTR-EOF
           END-READ.
           PERFORM UNTIL WS-FTR-EOF = 'OUI'
              IF WS-FTR-COUNT < 300
                 ADD 1 TO WS-FTR-COUNT
                 MOVE FACTURIER-RECORD TO WS-FTR-ENTRY(WS-FTR-COUNT)
              END-IF
              READ FACTURIERS
                 AT END MOVE 'OUI' TO WS-FTR-EOF
              END-READ
           END-PERFORM.
           CLOSE FACTURIERS.

      *> ajout : code unique, IBAN valide (ibancheck), regle de
      *> reference lisible, puis filtrage sanctions
       0682-AJOUTER-FACTURIER.
           IF WS-FTR-IN-CODE = SPACES
              OR WS-FTR-IN-NOM = SPACES
              OR WS-FTR-IN-IBAN = SPACES
              MOVE "Code, nom et IBAN requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-FTR-IN-CLE = SPACES
              MOVE 'AUCUN' TO WS-FTR-IN-CLE
           END-IF.
           IF WS-FTR-IN-CLE NOT = 'AUCUN'
              AND WS-FTR-IN-CLE NOT = 'MOD97'
              AND WS-FTR-IN-CLE NOT = 'LUHN'
              MOVE "Cle : AUCUNE, MOD97 ou LUHN" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0686-CONTROLER-FORMAT.
           IF WS-FTR-FORMAT-OK = 'NON'
              MOVE "Forme ref : N, A ou X seulement" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           CALL 'ibancheck' USING WS-FTR-IN-IBAN, WS-FTR-IBAN-VALIDE.
           IF WS-FTR-IBAN-VALIDE NOT = 'OUI'
              MOVE "IBAN du facturier invalide" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0683-CHERCHER-FACTURIER.
           IF WS-FTR-FOUND > 0
              MOVE "Code facturier deja pris" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-FTR-COUNT NOT < 300
              MOVE "Annuaire des facturiers plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FTR-COUNT.
           MOVE WS-FTR-COUNT TO WS-FTR-FOUND.
           MOVE WS-FTR-IN-CODE TO WS-FTT-CODE(WS-FTR-FOUND).
           MOVE WS-FTR-IN-NOM TO WS-FTT-NOM(WS-FTR-FOUND).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FTR-IN-IBAN))
             TO WS-FTT-IBAN(WS-FTR-FOUND).
           MOVE WS-FTR-IN-CATEGORIE TO WS-FTT-CATEGORIE(WS-FTR-FOUND).
           MOVE FUNCTION UPPER-CASE(WS-FTR-IN-FORMAT)
             TO WS-FTT-REF-FORMAT(WS-FTR-FOUND).
           MOVE WS-FTR-IN-CLE TO WS-FTT-REF-CLE(WS-FTR-FOUND).
           MOVE WS-FTR-TODAY-ISO TO WS-FTT-DATE-AJOUT(WS-FTR-FOUND).
           MOVE WS-FTR-FOUND TO WS-FTR-CURRENT.

           PERFORM 0684-FILTRER-FACTURIER.
           PERFORM 0689-REWRITE-FACTURIERS.

           MOVE "AJOUT FACTURIER" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "FACTURIER " WS-FTR-IN-CODE " "
              WS-FTR-IN-NOM " " WS-FTT-STATUT(WS-FTR-FOUND)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           IF WS-FTT-STATUT(WS-FTR-FOUND) = 'ACTIF'
              MOVE "Facturier ajoute" TO WSMSG
           ELSE
              MOVE "Touche sanctions : facturier en attente"
                TO WSMSG
           END-IF.

       0683-CHERCHER-FACTURIER.
           MOVE 0 TO WS-FTR-FOUND.
           PERFORM VARYING WS-FTR-IDX FROM 1 BY 1
              UNTIL WS-FTR-IDX > WS-FTR-COUNT
              IF WS-FTT-CODE(WS-FTR-IDX) = WS-FTR-IN-CODE
                 MOVE WS-FTR-IDX TO WS-FTR-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> filtrage sanctions du facturier WS-FTR-FOUND : une touche le
      *> laisse EN ATTENTE et ouvre un dossier conformite (meme
      *> gabarit que 0364-GELER-BENEF)
       0684-FILTRER-FACTURIER.
           MOVE SPACES TO WS-SCREEN-NOM.
           MOVE WS-FTT-NOM(WS-FTR-FOUND) TO WS-SCREEN-NOM.
           CALL 'sanctionscheck' USING WS-SCREEN-NOM,
              WS-FTT-IBAN(WS-FTR-FOUND), WS-SCREEN-HIT,
              WS-SCREEN-LIBELLE.
           IF WS-SCREEN-HIT NOT = 'OUI'
              MOVE 'ACTIF' TO WS-FTT-STATUT(WS-FTR-FOUND)
              EXIT PARAGRAPH
           END-IF.

           MOVE 'EN ATTENTE' TO WS-FTT-STATUT(WS-FTR-FOUND).
           MOVE ZEROES TO GC-COMPTEID.
           MOVE WS-FTT-NOM(WS-FTR-FOUND) TO GC-NOM.
           MOVE WS-FTT-IBAN(WS-FTR-FOUND) TO GC-IBAN.
           MOVE ZEROES TO GC-MONTANT.
           MOVE WS-FTR-TODAY-ISO TO GC-DATE.
           MOVE 'FACTURIER' TO GC-ORIGINE.
           MOVE WS-SCREEN-LIBELLE TO GC-LIBELLE-HIT.
           MOVE 'A TRAITER' TO GC-STATUT.
           OPEN EXTEND GELCASES.
           IF WS-GELCASES-STATUS = "35"
              CLOSE GELCASES
              OPEN OUTPUT GELCASES
           END-IF.
           WRITE GELCASES-RECORD.
           CLOSE GELCASES.

           MOVE "TOUCHE SANCTIONS FACTURIER" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "FACTURIER " WS-FTT-CODE(WS-FTR-FOUND) " "
              WS-FTT-NOM(WS-FTR-FOUND)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

      *> retrait (ACTIF -> INACTIF) ou reactivation, qui repasse le
      *> filtrage sanctions ; un facturier EN ATTENTE attend la
      *> conformite
       0685-BASCULER-FACTURIER.
           IF WS-FTR-COUNT = 0
              MOVE "Annuaire vide" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FTR-CURRENT TO WS-FTR-FOUND.
           EVALUATE WS-FTT-STATUT(WS-FTR-FOUND)
              WHEN 'ACTIF'
                 MOVE 'INACTIF' TO WS-FTT-STATUT(WS-FTR-FOUND)
                 MOVE "Facturier retire" TO WSMSG
              WHEN 'INACTIF'
                 PERFORM 0684-FILTRER-FACTURIER
                 IF WS-FTT-STATUT(WS-FTR-FOUND) = 'ACTIF'
                    MOVE "Facturier reactive" TO WSMSG
                 ELSE
                    MOVE "Touche sanctions : facturier en attente"
                      TO WSMSG
                 END-IF
              WHEN OTHER
                 MOVE "Facturier en attente de conformite" TO WSMSG
                 EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 0689-REWRITE-FACTURIERS.

           MOVE "STATUT FACTURIER" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "FACTURIER " WS-FTT-CODE(WS-FTR-FOUND) " "
              WS-FTT-STATUT(WS-FTR-FOUND)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

      *> forme de reference : N, A ou X, sans blanc au milieu
       0686-CONTROLER-FORMAT.
           MOVE 'OUI' TO WS-FTR-FORMAT-OK.
           MOVE FUNCTION UPPER-CASE(WS-FTR-IN-FORMAT)
             TO WS-FTR-IN-FORMAT.
           PERFORM VARYING WS-FTR-CAR-IDX FROM 1 BY 1
              UNTIL WS-FTR-CAR-IDX > 20
              IF WS-FTR-IN-FORMAT(WS-FTR-CAR-IDX:1) = SPACE
                 IF WS-FTR-IN-FORMAT(WS-FTR-CAR-IDX:) NOT = SPACES
                    MOVE 'NON' TO WS-FTR-FORMAT-OK
                 END-IF
                 EXIT PERFORM
              END-IF
              IF WS-FTR-IN-FORMAT(WS-FTR-CAR-IDX:1) NOT = 'N'
                 AND WS-FTR-IN-FORMAT(WS-FTR-CAR-IDX:1) NOT = 'A'
                 AND WS-FTR-IN-FORMAT(WS-FTR-CAR-IDX:1) NOT = 'X'
                 MOVE 'NON' TO WS-FTR-FORMAT-OK
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> levee d'un dossier conformite FACTURIER : le facturier EN
      *> ATTENTE de meme IBAN passe ACTIF
       0687-LIBERER-FACTURIER.
           PERFORM 0681-LOAD-FACTURIERS.
           MOVE 0 TO WS-FTR-LIBERES.
           PERFORM VARYING WS-FTR-IDX FROM 1 BY 1
              UNTIL WS-FTR-IDX > WS-FTR-COUNT
              IF WS-FTT-STATUT(WS-FTR-IDX) = 'EN ATTENTE'
                 AND WS-FTT-IBAN(WS-FTR-IDX) = WS-GC-IBAN(WS-GC-CURRENT)
                 MOVE 'ACTIF' TO WS-FTT-STATUT(WS-FTR-IDX)
                 ADD 1 TO WS-FTR-LIBERES
              END-IF
           END-PERFORM.
           IF WS-FTR-LIBERES > 0
              PERFORM 0689-REWRITE-FACTURIERS
              MOVE "ACTIVATION FACTURIER" TO BQA-ACTION
              MOVE SPACES TO BQA-DETAIL
              STRING "FACTURIER " WS-GC-NOM(WS-GC-CURRENT)
                 " ACTIVE APRES LEVEE DU GEL"
                 DELIMITED BY SIZE INTO BQA-DETAIL
              PERFORM 0115-ECRIRE-AUDIT
           END-IF.

       0689-REWRITE-FACTURIERS.
           OPEN OUTPUT FACTURIERS.
           PERFORM VARYING WS-FTR-IDX FROM 1 BY 1
              UNTIL WS-FTR-IDX > WS-FTR-COUNT
              MOVE WS-FTR-ENTRY(WS-FTR-IDX) TO FACTURIER-RECORD
              WRITE FACTURIER-RECORD
           END-PERFORM.
           CLOSE FACTURIERS.

      *>------------------------------------------------------------------------
      *> mineurs et representants legaux : inscription d'un couple
      *> mineur / representant (une ligne par representant), avec la
      *> date de naissance qui donne la tranche d'age de mineurcheck
      *> et le produit adulte pose a la majorite par majoritebatch.
      *> Le retrait leve le lien (jugement, erreur de saisie) : le
      *> representant perd aussitot sa vue sur les comptes ; les
      *> regles de mineur restent tant qu'une autre ligne MINEUR
      *> existe pour l'enfant
      *>------------------------------------------------------------------------
       0690-MINEURS.
           PERFORM 0691-LOAD-MINEURS.
           INITIALIZE WSMSG.
           MOVE 1 TO WS-MNR-CURRENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-MNR-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-MNR-TODAY-ISO.

           PERFORM FOREVER
              MOVE ZEROES TO WS-MNR-IN-CLIENT
              MOVE SPACES TO WS-MNR-IN-NAISSANCE
              MOVE ZEROES TO WS-MNR-IN-REPRESENTANT
              MOVE SPACES TO WS-MNR-IN-LIEN
              MOVE SPACES TO WS-MNR-IN-PRODUIT

              DISPLAY HEADER-SCREEN
              DISPLAY MINEURS-SCREEN
              ACCEPT MINEURS-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0692-INSCRIRE-MINEUR

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    IF WS-MNR-CURRENT < WS-MNR-COUNT
                       ADD 1 TO WS-MNR-CURRENT
                    ELSE
                       MOVE 1 TO WS-MNR-CURRENT
                    END-IF

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0695-RETIRER-LIEN

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Inscrire F2-Suiv F3-Retirer F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0691-LOAD-MINEURS.
           MOVE 0 TO WS-MNR-COUNT.
           INITIALIZE WS-MNR-TABLE.
           OPEN INPUT MINEURS.
           IF WS-MINEURS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-MNR-EOF.
           READ MINEURS
              AT END MOVE 'OUI' TO WS-MNR-EOF
           END-READ.
           PERFORM UNTIL WS-MNR-EOF = 'OUI'
              IF WS-MNR-COUNT < 500
                 ADD 1 TO WS-MNR-COUNT
                 MOVE MINEURS-RECORD TO WS-MNR-ENTRY(WS-MNR-COUNT)
              END-IF
              READ MINEURS
                 AT END MOVE 'OUI' TO WS-MNR-EOF
              END-READ
           END-PERFORM.
           CLOSE MINEURS.

      *> inscription : date de naissance AAAA-MM-JJ d'un enfant de
      *> moins de 18 ans, representant distinct et lui-meme majeur,
      *> pas de lien MINEUR deja ouvert pour le meme couple. Le
      *> produit adulte vaut CC (compte courant) a defaut
       0692-INSCRIRE-MINEUR.
           IF WS-MNR-IN-CLIENT = ZEROES
              OR WS-MNR-IN-REPRESENTANT = ZEROES
              OR WS-MNR-IN-NAISSANCE = SPACES
              MOVE "Mineur, naissance et representant requis"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-MNR-IN-CLIENT = WS-MNR-IN-REPRESENTANT
              MOVE "Le mineur ne peut se representer" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-MNR-IN-NAISSANCE(1:4) IS NOT NUMERIC
              OR WS-MNR-IN-NAISSANCE(5:1) NOT = '-'
              OR WS-MNR-IN-NAISSANCE(6:2) IS NOT NUMERIC
              OR WS-MNR-IN-NAISSANCE(8:1) NOT = '-'
              OR WS-MNR-IN-NAISSANCE(9:2) IS NOT NUMERIC
              OR WS-MNR-IN-NAISSANCE(6:2) < '01'
              OR WS-MNR-IN-NAISSANCE(6:2) > '12'
              OR WS-MNR-IN-NAISSANCE(9:2) < '01'
              OR WS-MNR-IN-NAISSANCE(9:2) > '31'
              MOVE "Date de naissance : AAAA-MM-JJ" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-MNR-IN-NAISSANCE > WS-MNR-TODAY-ISO
              MOVE "Date de naissance dans le futur" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MNR-AGE =
              FUNCTION NUMVAL(WS-MNR-TODAY-ISO(1:4))
              - FUNCTION NUMVAL(WS-MNR-IN-NAISSANCE(1:4)).
           IF WS-MNR-TODAY-ISO(6:5) < WS-MNR-IN-NAISSANCE(6:5)
              SUBTRACT 1 FROM WS-MNR-AGE
           END-IF.
           IF WS-MNR-AGE NOT < 18
              MOVE "Ce client est deja majeur" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-MNR-IN-LIEN = SPACES
              MOVE 'PARENT' TO WS-MNR-IN-LIEN
           END-IF.
           IF WS-MNR-IN-PRODUIT = SPACES
              MOVE 'CC' TO WS-MNR-IN-PRODUIT
           END-IF.

           PERFORM 0691-LOAD-MINEURS.
           MOVE 0 TO WS-MNR-FOUND.
           PERFORM VARYING WS-MNR-IDX FROM 1 BY 1
              UNTIL WS-MNR-IDX > WS-MNR-COUNT
              IF WS-MNT-STATUT(WS-MNR-IDX) = 'MINEUR'
                 IF WS-MNT-IDCLIENT(WS-MNR-IDX) = WS-MNR-IN-REPRESENTANT
                    MOVE "Le representant est lui-meme mineur"
                      TO WSMSG
                    EXIT PARAGRAPH
                 END-IF
                 IF WS-MNT-IDCLIENT(WS-MNR-IDX) = WS-MNR-IN-CLIENT
                    AND WS-MNT-REPRESENTANT(WS-MNR-IDX)
                       = WS-MNR-IN-REPRESENTANT
                    MOVE WS-MNR-IDX TO WS-MNR-FOUND
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-MNR-FOUND > 0
              MOVE WS-MNR-FOUND TO WS-MNR-CURRENT
              MOVE "Lien deja inscrit" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-MNR-COUNT NOT < 500
              MOVE "Registre des mineurs plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MNR-COUNT.
           MOVE WS-MNR-COUNT TO WS-MNR-FOUND.
           MOVE WS-MNR-IN-CLIENT TO WS-MNT-IDCLIENT(WS-MNR-FOUND).
           MOVE WS-MNR-IN-NAISSANCE TO WS-MNT-NAISSANCE(WS-MNR-FOUND).
           MOVE WS-MNR-IN-REPRESENTANT
             TO WS-MNT-REPRESENTANT(WS-MNR-FOUND).
           MOVE FUNCTION UPPER-CASE(WS-MNR-IN-LIEN)
             TO WS-MNT-LIEN(WS-MNR-FOUND).
           MOVE FUNCTION UPPER-CASE(WS-MNR-IN-PRODUIT)
             TO WS-MNT-PRODUIT-MAJEUR(WS-MNR-FOUND).
           MOVE WS-MNR-TODAY-ISO TO WS-MNT-DATE-ENREG(WS-MNR-FOUND).
           MOVE SPACES TO WS-MNT-DATE-MAJORITE(WS-MNR-FOUND).
           MOVE 'MINEUR' TO WS-MNT-STATUT(WS-MNR-FOUND).
           MOVE WS-MNR-FOUND TO WS-MNR-CURRENT.
           PERFORM 0699-REWRITE-MINEURS.

           MOVE "INSCRIPTION MINEUR" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "MINEUR " WS-MNR-IN-CLIENT " NE LE "
              WS-MNR-IN-NAISSANCE " REPRESENTANT "
              WS-MNR-IN-REPRESENTANT " " WS-MNT-LIEN(WS-MNR-FOUND)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Mineur inscrit" TO WSMSG.

      *> retrait du lien affiche (MINEUR -> RETIRE)
       0695-RETIRER-LIEN.
           IF WS-MNR-COUNT = 0
              MOVE "Registre vide" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-MNT-STATUT(WS-MNR-CURRENT) NOT = 'MINEUR'
              MOVE "Lien deja clos" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE 'RETIRE' TO WS-MNT-STATUT(WS-MNR-CURRENT).
           PERFORM 0699-REWRITE-MINEURS.

           MOVE "RETRAIT REPRESENTANT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "MINEUR " WS-MNT-IDCLIENT(WS-MNR-CURRENT)
              " REPRESENTANT " WS-MNT-REPRESENTANT(WS-MNR-CURRENT)
              " LIEN RETIRE"
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Lien retire" TO WSMSG.

       0699-REWRITE-MINEURS.
           OPEN OUTPUT MINEURS.
           PERFORM VARYING WS-MNR-IDX FROM 1 BY 1
              UNTIL WS-MNR-IDX > WS-MNR-COUNT
              MOVE WS-MNR-ENTRY(WS-MNR-IDX) TO MINEURS-RECORD
              WRITE MINEURS-RECORD
           END-PERFORM.
           CLOSE MINEURS.

      *>------------------------------------------------------------------------
      *> dossiers de surendettement : depot d'un dossier par le
      *> client (DEPOSE), decision de recevabilite de la Banque de
      *> France (ADMISSIBLE : suspension des prelevements
      *> d'echeances, des agios, des frais d'incident et des
      *> relances, lue par surendcheck), plan adopte (PLAN : un
      *> versement mensuel preleve par pretprelevbatch a la place
      *> des echeances du pret), irrecevabilite (REJETE) ou cloture
      *> (CLOTURE) qui levent la suspension. Un seul dossier ouvert
      *> par client
      *>------------------------------------------------------------------------
       0700-SURENDETTEMENT.
           PERFORM 0701-LOAD-SURENDET.
           INITIALIZE WSMSG.
           MOVE 1 TO WS-SDR-CURRENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-SDR-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-SDR-TODAY-ISO.

           PERFORM FOREVER
              MOVE ZEROES TO WS-SDR-IN-CLIENT
              MOVE SPACES TO WS-SDR-IN-DATE
              MOVE SPACES TO WS-SDR-IN-DEBUT
              MOVE ZEROES TO WS-SDR-IN-DUREE
              MOVE ZEROES TO WS-SDR-IN-MENSUALITE
              MOVE ZEROES TO WS-SDR-IN-COMPTE

              DISPLAY HEADER-SCREEN
              DISPLAY SURENDET-SCREEN
              ACCEPT SURENDET-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0702-DEPOSER-DOSSIER

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    IF WS-SDR-CURRENT < WS-SDR-COUNT
                       ADD 1 TO WS-SDR-CURRENT
                    ELSE
                       MOVE 1 TO WS-SDR-CURRENT
                    END-IF

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0703-DECLARER-RECEVABLE

                 WHEN V-FNC-F4
                    INITIALIZE WSMSG
                    PERFORM 0704-ADOPTER-PLAN

                 WHEN V-FNC-F5
                    INITIALIZE WSMSG
                    PERFORM 0705-DECLARER-IRRECEVABLE

                 WHEN V-FNC-F6
                    INITIALIZE WSMSG
                    PERFORM 0706-CLORE-DOSSIER

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1 F2 F3 F4 F5 F6 ou F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0701-LOAD-SURENDET.
           MOVE 0 TO WS-SDR-COUNT.
           INITIALIZE WS-SDR-TABLE.
           OPEN INPUT SURENDET.
           IF WS-SURENDET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-SDR-EOF.
           READ SURENDET
              AT END MOVE 'OUI' TO WS-SDR-EOF
           END-READ.
           PERFORM UNTIL WS-SDR-EOF = 'OUI'
              IF WS-SDR-COUNT < 300
                 ADD 1 TO WS-SDR-COUNT
                 MOVE SURENDET-RECORD TO WS-SDR-ENTRY(WS-SDR-COUNT)
              END-IF
              READ SURENDET
                 AT END MOVE 'OUI' TO WS-SDR-EOF
              END-READ
           END-PERFORM.
           CLOSE SURENDET.

      *> depot : date du depot a la Banque de France (du jour a
      *> defaut), refuse si le client a deja un dossier ouvert
       0702-DEPOSER-DOSSIER.
           IF WS-SDR-IN-CLIENT = ZEROES
              MOVE "Client requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SDR-IN-DATE = SPACES
              MOVE WS-SDR-TODAY-ISO TO WS-SDR-IN-DATE
           END-IF.
           PERFORM 0707-CONTROLER-DATE.
           IF WSMSG NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0701-LOAD-SURENDET.
           MOVE ZEROES TO WS-SDR-MAX-ID.
           MOVE 'NON' TO WS-SDR-OUVERT.
           PERFORM VARYING WS-SDR-IDX FROM 1 BY 1
              UNTIL WS-SDR-IDX > WS-SDR-COUNT
              IF WS-SDT-DOSSIERID(WS-SDR-IDX) > WS-SDR-MAX-ID
                 MOVE WS-SDT-DOSSIERID(WS-SDR-IDX) TO WS-SDR-MAX-ID
              END-IF
              IF WS-SDT-IDCLIENT(WS-SDR-IDX) = WS-SDR-IN-CLIENT
                 AND (WS-SDT-STATUT(WS-SDR-IDX) = 'DEPOSE'
                    OR WS-SDT-STATUT(WS-SDR-IDX) = 'ADMISSIBLE'
                    OR WS-SDT-STATUT(WS-SDR-IDX) = 'PLAN')
                 MOVE 'OUI' TO WS-SDR-OUVERT
                 MOVE WS-SDR-IDX TO WS-SDR-CURRENT
              END-IF
           END-PERFORM.
           IF WS-SDR-OUVERT = 'OUI'
              MOVE "Le client a deja un dossier ouvert" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SDR-COUNT NOT < 300
              MOVE "Registre des dossiers plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SDR-COUNT.
           MOVE WS-SDR-COUNT TO WS-SDR-CURRENT.
           INITIALIZE WS-SDR-ENTRY(WS-SDR-CURRENT).
           ADD 1 TO WS-SDR-MAX-ID.
           MOVE WS-SDR-MAX-ID TO WS-SDT-DOSSIERID(WS-SDR-CURRENT).
           MOVE WS-SDR-IN-CLIENT TO WS-SDT-IDCLIENT(WS-SDR-CURRENT).
           MOVE WS-SDR-IN-DATE
             TO WS-SDT-DATE-DECLARATION(WS-SDR-CURRENT).
           MOVE 'DEPOSE' TO WS-SDT-STATUT(WS-SDR-CURRENT).
           PERFORM 0709-REWRITE-SURENDET.

           MOVE "DEPOT SURENDETTEMENT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "DOSSIER " WS-SDR-MAX-ID " CLIENT "
              WS-SDR-IN-CLIENT " DEPOSE LE " WS-SDR-IN-DATE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Dossier depose" TO WSMSG.

      *> recevabilite : la suspension prend effet des maintenant
       0703-DECLARER-RECEVABLE.
           IF WS-SDR-COUNT = 0
              MOVE "Registre vide" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SDT-STATUT(WS-SDR-CURRENT) NOT = 'DEPOSE'
              MOVE "Seul un dossier DEPOSE peut etre recevable"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SDR-IN-DATE = SPACES
              MOVE WS-SDR-TODAY-ISO TO WS-SDR-IN-DATE
           END-IF.
           PERFORM 0707-CONTROLER-DATE.
           IF WSMSG NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'ADMISSIBLE' TO WS-SDT-STATUT(WS-SDR-CURRENT).
           MOVE WS-SDR-IN-DATE
             TO WS-SDT-DATE-RECEVABILITE(WS-SDR-CURRENT).
           PERFORM 0709-REWRITE-SURENDET.

           MOVE 'Dossier de surendettement recevable'
             TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING 'Prelevements de pret, agios et frais '
              'd''incident suspendus'
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-SDT-IDCLIENT(WS-SDR-CURRENT),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-SDR-TODAY-ISO.

           MOVE "RECEVABILITE SURENDET" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "DOSSIER " WS-SDT-DOSSIERID(WS-SDR-CURRENT)
              " CLIENT " WS-SDT-IDCLIENT(WS-SDR-CURRENT)
              " RECEVABLE LE " WS-SDR-IN-DATE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Dossier recevable : suspensions actives" TO WSMSG.

      *> plan adopte : premier versement du 1er au 28 du mois (meme
      *> quantieme tous les mois), compte detenu par le client
       0704-ADOPTER-PLAN.
           IF WS-SDR-COUNT = 0
              MOVE "Registre vide" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SDT-STATUT(WS-SDR-CURRENT) NOT = 'ADMISSIBLE'
              MOVE "Le plan suit la recevabilite" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SDR-IN-DUREE = ZEROES
              OR WS-SDR-IN-MENSUALITE = ZEROES
              OR WS-SDR-IN-COMPTE = ZEROES
              OR WS-SDR-IN-DEBUT = SPACES
              MOVE "Debut, duree, versement et compte requis"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SDR-IN-DEBUT TO WS-SDR-IN-DATE.
           PERFORM 0707-CONTROLER-DATE.
           IF WSMSG NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-SDR-IN-DEBUT(9:2) > '28'
              MOVE "1er versement : jour 01 a 28" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           CALL 'comptetitulaires' USING WS-SDR-IN-COMPTE,
              WS-SDT-IDCLIENT(WS-SDR-CURRENT), WS-SDR-TIT-ROLE,
              WS-SDR-TIT-SUCCESS.
           IF WS-SDR-TIT-SUCCESS NOT = 'OUI'
              OR WS-SDR-TIT-ROLE(1:11) = 'PROCURATION'
              MOVE "Compte non detenu par ce client" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'PLAN' TO WS-SDT-STATUT(WS-SDR-CURRENT).
           MOVE WS-SDR-IN-DEBUT TO WS-SDT-PLAN-DEBUT(WS-SDR-CURRENT).
           MOVE WS-SDR-IN-DUREE TO WS-SDT-PLAN-DUREE(WS-SDR-CURRENT).
           MOVE WS-SDR-IN-MENSUALITE
             TO WS-SDT-PLAN-MENSUALITE(WS-SDR-CURRENT).
           MOVE WS-SDR-IN-COMPTE
             TO WS-SDT-PLAN-COMPTEID(WS-SDR-CURRENT).
           MOVE WS-SDR-IN-DEBUT
             TO WS-SDT-PLAN-PROCHAINE(WS-SDR-CURRENT).
           MOVE ZEROES TO WS-SDT-PLAN-NB-PAYES(WS-SDR-CURRENT).
           MOVE ZEROES TO WS-SDT-PLAN-NB-IMPAYES(WS-SDR-CURRENT).
           PERFORM 0709-REWRITE-SURENDET.

           MOVE WS-SDR-IN-MENSUALITE TO WS-SDR-MENS-ED.
           MOVE 'Plan de surendettement adopte' TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING WS-SDR-IN-DUREE ' versements de ' WS-SDR-MENS-ED
              ' a partir du ' WS-SDR-IN-DEBUT
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-SDT-IDCLIENT(WS-SDR-CURRENT),
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-SDR-TODAY-ISO.

           MOVE "PLAN SURENDETTEMENT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "DOSSIER " WS-SDT-DOSSIERID(WS-SDR-CURRENT)
              " PLAN " WS-SDR-IN-DUREE " X " WS-SDR-MENS-ED
              " COMPTE " WS-SDR-IN-COMPTE " DEBUT " WS-SDR-IN-DEBUT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Plan enregistre" TO WSMSG.

       0705-DECLARER-IRRECEVABLE.
           IF WS-SDR-COUNT = 0
              MOVE "Registre vide" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SDT-STATUT(WS-SDR-CURRENT) NOT = 'DEPOSE'
              AND WS-SDT-STATUT(WS-SDR-CURRENT) NOT = 'ADMISSIBLE'
              MOVE "Dossier ni depose ni recevable" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE 'REJETE' TO WS-SDT-STATUT(WS-SDR-CURRENT).
           MOVE WS-SDR-TODAY-ISO
             TO WS-SDT-DATE-CLOTURE(WS-SDR-CURRENT).
           PERFORM 0709-REWRITE-SURENDET.

           MOVE "REJET SURENDETTEMENT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "DOSSIER " WS-SDT-DOSSIERID(WS-SDR-CURRENT)
              " CLIENT " WS-SDT-IDCLIENT(WS-SDR-CURRENT)
              " IRRECEVABLE"
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Dossier irrecevable : suspensions levees" TO WSMSG.

       0706-CLORE-DOSSIER.
           IF WS-SDR-COUNT = 0
              MOVE "Registre vide" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SDT-STATUT(WS-SDR-CURRENT) = 'REJETE'
              OR WS-SDT-STATUT(WS-SDR-CURRENT) = 'CLOTURE'
              MOVE "Dossier deja clos" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE 'CLOTURE' TO WS-SDT-STATUT(WS-SDR-CURRENT).
           MOVE WS-SDR-TODAY-ISO
             TO WS-SDT-DATE-CLOTURE(WS-SDR-CURRENT).
           MOVE SPACES TO WS-SDT-PLAN-PROCHAINE(WS-SDR-CURRENT).
           PERFORM 0709-REWRITE-SURENDET.

           MOVE "CLOTURE SURENDETTEMENT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "DOSSIER " WS-SDT-DOSSIERID(WS-SDR-CURRENT)
              " CLIENT " WS-SDT-IDCLIENT(WS-SDR-CURRENT) " CLOS"
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Dossier clos" TO WSMSG.

      *> date saisie AAAA-MM-JJ, pas dans le futur
       0707-CONTROLER-DATE.
           MOVE SPACES TO WSMSG.
           IF WS-SDR-IN-DATE(1:4) IS NOT NUMERIC
              OR WS-SDR-IN-DATE(5:1) NOT = '-'
              OR WS-SDR-IN-DATE(6:2) IS NOT NUMERIC
              OR WS-SDR-IN-DATE(8:1) NOT = '-'
              OR WS-SDR-IN-DATE(9:2) IS NOT NUMERIC
              OR WS-SDR-IN-DATE(6:2) < '01'
              OR WS-SDR-IN-DATE(6:2) > '12'
              OR WS-SDR-IN-DATE(9:2) < '01'
              OR WS-SDR-IN-DATE(9:2) > '31'
              MOVE "Date : AAAA-MM-JJ" TO WSMSG
           END-IF.

       0709-REWRITE-SURENDET.
           OPEN OUTPUT SURENDET.
           PERFORM VARYING WS-SDR-IDX FROM 1 BY 1
              UNTIL WS-SDR-IDX > WS-SDR-COUNT
              MOVE WS-SDR-ENTRY(WS-SDR-IDX) TO SURENDET-RECORD
              WRITE SURENDET-RECORD
           END-PERFORM.
           CLOSE SURENDET.

      *>------------------------------------------------------------------------
      *> clientele fragile : reponse du client a l'offre specifique
      *> envoyee par fragilebatch. Acceptation : le forfait a bas
      *> cout (OCF par defaut) est souscrit sur un compte dont le
      *> client est titulaire et remplace son forfait ACTIF ; le
      *> plafond reduit des frais d'incident s'applique de toute
      *> facon tant que le client reste repere
      *>------------------------------------------------------------------------
       0710-CLIENTELE-FRAGILE.
           PERFORM 0711-LOAD-FRAGILES.
           INITIALIZE WSMSG.
           MOVE 1 TO WS-FRG-CURRENT.
           MOVE 'OCF' TO WS-FRG-IN-FORFAIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-FRG-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-FRG-TODAY-ISO.
           IF WS-FRG-TRONQUE = 'OUI'
              MOVE "Registre trop long : consultation seule" TO WSMSG
           END-IF.

           PERFORM FOREVER
              MOVE ZEROES TO WS-FRG-IN-COMPTE

              DISPLAY HEADER-SCREEN
              DISPLAY FRAGILES-SCREEN
              ACCEPT FRAGILES-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0712-OFFRE-ACCEPTEE

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    IF WS-FRG-CURRENT < WS-FRG-COUNT
                       ADD 1 TO WS-FRG-CURRENT
                    ELSE
                       MOVE 1 TO WS-FRG-CURRENT
                    END-IF

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0713-OFFRE-REFUSEE

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1 F2 F3 ou F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0711-LOAD-FRAGILES.
           MOVE 0 TO WS-FRG-COUNT.
           MOVE 'NON' TO WS-FRG-TRONQUE.
           INITIALIZE WS-FRG-TABLE.
           OPEN INPUT FRAGILES.
           IF WS-FRAGILES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-FRG-EOF.
           READ FRAGILES
              AT END MOVE 'OUI' TO WS-FRG-EOF
           END-READ.
           PERFORM UNTIL WS-FRG-EOF = 'OUI'
              IF WS-FRG-COUNT < 500
                 ADD 1 TO WS-FRG-COUNT
                 MOVE FRAGILES-RECORD TO WS-FRG-ENTRY(WS-FRG-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-FRG-TRONQUE
              END-IF
              READ FRAGILES
                 AT END MOVE 'OUI' TO WS-FRG-EOF
              END-READ
           END-PERFORM.
           CLOSE FRAGILES.

       0712-OFFRE-ACCEPTEE.
           IF WS-FRG-COUNT = 0 OR WS-FRG-TRONQUE = 'OUI'
              MOVE "Registre vide ou trop long" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-FGT-STATUT(WS-FRG-CURRENT) NOT = 'FRAGILE'
              MOVE "Client leve : plus d'offre en cours" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-FGT-REPONSE(WS-FRG-CURRENT) = 'ACCEPTEE'
              MOVE "Offre deja acceptee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-FRG-IN-COMPTE = ZEROES
              OR WS-FRG-IN-FORFAIT = SPACES
              MOVE "Compte et code forfait requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           CALL 'comptetitulaires' USING WS-FRG-IN-COMPTE,
              WS-FGT-IDCLIENT(WS-FRG-CURRENT), WS-FRG-TIT-ROLE,
              WS-FRG-TIT-SUCCESS.
           IF WS-FRG-TIT-SUCCESS NOT = 'OUI'
              OR WS-FRG-TIT-ROLE(1:11) = 'PROCURATION'
              MOVE "Compte non detenu par ce client" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0714-SOUSCRIRE-FORFAIT.
           IF WSMSG NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE 'ACCEPTEE' TO WS-FGT-REPONSE(WS-FRG-CURRENT).
           MOVE WS-FRG-TODAY-ISO
             TO WS-FGT-DATE-REPONSE(WS-FRG-CURRENT).
           PERFORM 0719-REWRITE-FRAGILES.

           MOVE "OFFRE FRAGILE ACCEPT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CLIENT " WS-FGT-IDCLIENT(WS-FRG-CURRENT)
              " FORFAIT " WS-FRG-IN-FORFAIT
              " COMPTE " WS-FRG-IN-COMPTE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Offre acceptee : forfait souscrit" TO WSMSG.

       0713-OFFRE-REFUSEE.
           IF WS-FRG-COUNT = 0 OR WS-FRG-TRONQUE = 'OUI'
              MOVE "Registre vide ou trop long" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-FGT-STATUT(WS-FRG-CURRENT) NOT = 'FRAGILE'
              MOVE "Client leve : plus d'offre en cours" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-FGT-REPONSE(WS-FRG-CURRENT) NOT = 'EN ATTENTE'
              MOVE "Reponse deja enregistree" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE 'REFUSEE' TO WS-FGT-REPONSE(WS-FRG-CURRENT).
           MOVE WS-FRG-TODAY-ISO
             TO WS-FGT-DATE-REPONSE(WS-FRG-CURRENT).
           PERFORM 0719-REWRITE-FRAGILES.

           MOVE "OFFRE FRAGILE REFUS" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CLIENT " WS-FGT-IDCLIENT(WS-FRG-CURRENT)
              " REFUSE L'OFFRE DU " WS-FGT-DATE-OFFRE(WS-FRG-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Refus enregistre" TO WSMSG.

      *> FORFSOUSCR.DAT recopie en table : forfait ACTIF du client
      *> resilie, nouvelle souscription ajoutee, fichier reecrit
       0714-SOUSCRIRE-FORFAIT.
           MOVE 0 TO WS-FSX-COUNT.
           OPEN INPUT FORFSOUSCR.
           IF WS-FORFSOUSCR-STATUS = "00"
              MOVE 'NON' TO WS-FRG-EOF
              READ FORFSOUSCR
                 AT END MOVE 'OUI' TO WS-FRG-EOF
              END-READ
              PERFORM UNTIL WS-FRG-EOF = 'OUI'
                 IF WS-FSX-COUNT NOT < 1999
                    MOVE "Souscriptions trop nombreuses" TO WSMSG
                    MOVE 'OUI' TO WS-FRG-EOF
                 ELSE
                    IF FS-IDCLIENT = WS-FGT-IDCLIENT(WS-FRG-CURRENT)
                       AND FS-STATUT = 'ACTIF'
                       MOVE 'RESILIE' TO FS-STATUT
                    END-IF
                    ADD 1 TO WS-FSX-COUNT
                    MOVE FORFSOUSCR-RECORD
                      TO WS-FSX-ENTRY(WS-FSX-COUNT)
                    READ FORFSOUSCR
                       AT END MOVE 'OUI' TO WS-FRG-EOF
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE FORFSOUSCR
           END-IF.
           IF WSMSG NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-FGT-IDCLIENT(WS-FRG-CURRENT) TO FS-IDCLIENT.
           MOVE WS-FRG-IN-FORFAIT TO FS-CODE-FORFAIT.
           MOVE WS-FRG-IN-COMPTE TO FS-COMPTEID.
           MOVE WS-FRG-TODAY-ISO TO FS-DATE-SOUSCR.
           MOVE 'ACTIF' TO FS-STATUT.
           ADD 1 TO WS-FSX-COUNT.
           MOVE FORFSOUSCR-RECORD TO WS-FSX-ENTRY(WS-FSX-COUNT).

           OPEN OUTPUT FORFSOUSCR.
           PERFORM VARYING WS-FSX-IDX FROM 1 BY 1
              UNTIL WS-FSX-IDX > WS-FSX-COUNT
              MOVE WS-FSX-ENTRY(WS-FSX-IDX) TO FORFSOUSCR-RECORD
              WRITE FORFSOUSCR-RECORD
           END-PERFORM.
           CLOSE FORFSOUSCR.

       0719-REWRITE-FRAGILES.
           OPEN OUTPUT FRAGILES.
           PERFORM VARYING WS-FRG-IDX FROM 1 BY 1
              UNTIL WS-FRG-IDX > WS-FRG-COUNT
              MOVE WS-FRG-ENTRY(WS-FRG-IDX) TO FRAGILES-RECORD
              WRITE FRAGILES-RECORD
           END-PERFORM.
           CLOSE FRAGILES.

      *>------------------------------------------------------------------------
      *> plans d'epargne logement : ouverture du contrat (depot
      *> initial et versement mensuel aux minima de PELPARM.DAT, taux
      *> fige a l'ouverture, comptes PEL et source detenus par le
      *> client) et demande de cloture. Les mouvements sont passes
      *> par pelbatch : depot initial, versements, anniversaires et
      *> cloture
      *>------------------------------------------------------------------------
       0720-PLANS-EPARGNE-LOGEMENT.
           PERFORM 0721-LOAD-PELCONTRATS.
           PERFORM 0724-LIRE-PELPARM.
           INITIALIZE WSMSG.
           MOVE 1 TO WS-PLS-CURRENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-PLS-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-PLS-TODAY-ISO.
           IF WS-PLS-TRONQUE = 'OUI'
              MOVE "Contrats trop nombreux : consultation seule"
                TO WSMSG
           END-IF.

           PERFORM FOREVER
              MOVE ZEROES TO WS-PLS-IN-CLIENT
              MOVE ZEROES TO WS-PLS-IN-COMPTE
              MOVE ZEROES TO WS-PLS-IN-SOURCE
              MOVE ZEROES TO WS-PLS-IN-TAUX
              MOVE ZEROES TO WS-PLS-IN-DEPOT
              MOVE ZEROES TO WS-PLS-IN-VERSEMENT
              MOVE ZEROES TO WS-PLS-IN-JOUR

              DISPLAY HEADER-SCREEN
              DISPLAY PEL-SCREEN
              ACCEPT PEL-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0722-OUVRIR-PEL

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    IF WS-PLS-CURRENT < WS-PLS-COUNT
                       ADD 1 TO WS-PLS-CURRENT
                    ELSE
                       MOVE 1 TO WS-PLS-CURRENT
                    END-IF

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0723-DEMANDER-CLOTURE

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1 F2 F3 ou F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0721-LOAD-PELCONTRATS.
           MOVE 0 TO WS-PLS-COUNT.
           MOVE 'NON' TO WS-PLS-TRONQUE.
           INITIALIZE WS-PLS-TABLE.
           OPEN INPUT PELCONTRATS.
           IF WS-PELCONTRATS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-PLS-EOF.
           READ PELCONTRATS
              AT END MOVE 'OUI' TO WS-PLS-EOF
           END-READ.
           PERFORM UNTIL WS-PLS-EOF = 'OUI'
              IF WS-PLS-COUNT < 500
                 ADD 1 TO WS-PLS-COUNT
                 MOVE PELCONTRATS-RECORD
                   TO WS-PLS-ENTRY(WS-PLS-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-PLS-TRONQUE
              END-IF
              READ PELCONTRATS
                 AT END MOVE 'OUI' TO WS-PLS-EOF
              END-READ
           END-PERFORM.
           CLOSE PELCONTRATS.

       0722-OUVRIR-PEL.
           IF WS-PLS-TRONQUE = 'OUI' OR WS-PLS-COUNT NOT < 500
              MOVE "Fichier des contrats plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-PLS-IN-CLIENT = ZEROES
              OR WS-PLS-IN-COMPTE = ZEROES
              OR WS-PLS-IN-SOURCE = ZEROES
              MOVE "Client, compte PEL et compte source requis"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-PLS-IN-COMPTE = WS-PLS-IN-SOURCE
              MOVE "Le compte source doit differer du PEL" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-PLS-IN-TAUX = ZEROES
              MOVE "Taux du contrat requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-PLS-IN-DEPOT < WS-PLS-DEPOT-MIN
              MOVE "Depot initial inferieur au minimum" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PLS-ANNUEL = WS-PLS-IN-VERSEMENT * 12.
           IF WS-PLS-ANNUEL < WS-PLS-VERSEMENT-MIN
              MOVE "Versement mensuel sous le minimum annuel"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-PLS-IN-JOUR < 1 OR WS-PLS-IN-JOUR > 28
              MOVE "Jour de versement de 01 a 28" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           CALL 'comptetitulaires' USING WS-PLS-IN-COMPTE,
              WS-PLS-IN-CLIENT, WS-PLS-TIT-ROLE, WS-PLS-TIT-SUCCESS.
           IF WS-PLS-TIT-SUCCESS NOT = 'OUI'
              OR WS-PLS-TIT-ROLE(1:11) = 'PROCURATION'
              MOVE "Compte PEL non detenu par ce client" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           CALL 'comptetitulaires' USING WS-PLS-IN-SOURCE,
              WS-PLS-IN-CLIENT, WS-PLS-TIT-ROLE, WS-PLS-TIT-SUCCESS.
           IF WS-PLS-TIT-SUCCESS NOT = 'OUI'
              OR WS-PLS-TIT-ROLE(1:11) = 'PROCURATION'
              MOVE "Compte source non detenu par ce client" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           CALL 'pelcheck' USING WS-PLS-IN-COMPTE, WS-PLS-PEL,
              WS-PLS-PEL-STATUT.
           IF WS-PLS-PEL = 'OUI'
              MOVE "Compte deja support d'un PEL" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           CALL 'pelcheck' USING WS-PLS-IN-SOURCE, WS-PLS-PEL,
              WS-PLS-PEL-STATUT.
           IF WS-PLS-PEL = 'OUI'
              MOVE "Le compte source est un PEL" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0721-LOAD-PELCONTRATS.
           MOVE ZEROES TO WS-PLS-MAX-ID.
           PERFORM VARYING WS-PLS-IDX FROM 1 BY 1
              UNTIL WS-PLS-IDX > WS-PLS-COUNT
              IF WS-PLT-CONTRATID(WS-PLS-IDX) > WS-PLS-MAX-ID
                 MOVE WS-PLT-CONTRATID(WS-PLS-IDX) TO WS-PLS-MAX-ID
              END-IF
           END-PERFORM.
           IF WS-PLS-TRONQUE = 'OUI' OR WS-PLS-COUNT NOT < 500
              MOVE "Fichier des contrats plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PLS-COUNT.
           MOVE WS-PLS-COUNT TO WS-PLS-CURRENT.
           INITIALIZE WS-PLS-ENTRY(WS-PLS-CURRENT).
           ADD 1 TO WS-PLS-MAX-ID.
           MOVE WS-PLS-MAX-ID TO WS-PLT-CONTRATID(WS-PLS-CURRENT).
           MOVE WS-PLS-IN-CLIENT TO WS-PLT-IDCLIENT(WS-PLS-CURRENT).
           MOVE WS-PLS-IN-COMPTE TO WS-PLT-COMPTEID(WS-PLS-CURRENT).
           MOVE WS-PLS-IN-SOURCE
             TO WS-PLT-COMPTE-SOURCE(WS-PLS-CURRENT).
           MOVE WS-PLS-TODAY-ISO
             TO WS-PLT-DATE-OUVERTURE(WS-PLS-CURRENT).
           MOVE WS-PLS-IN-TAUX TO WS-PLT-TAUX(WS-PLS-CURRENT).
           MOVE WS-PLS-IN-DEPOT
             TO WS-PLT-DEPOT-INITIAL(WS-PLS-CURRENT).
           MOVE WS-PLS-IN-VERSEMENT
             TO WS-PLT-VERSEMENT(WS-PLS-CURRENT).
           MOVE WS-PLS-IN-JOUR
             TO WS-PLT-JOUR-VERSEMENT(WS-PLS-CURRENT).
           MOVE 'OUVERT' TO WS-PLT-STATUT(WS-PLS-CURRENT).
           PERFORM 0729-REWRITE-PELCONTRATS.

           MOVE "OUVERTURE PEL" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CONTRAT " WS-PLS-MAX-ID " CLIENT " WS-PLS-IN-CLIENT
              " COMPTE " WS-PLS-IN-COMPTE " SOURCE " WS-PLS-IN-SOURCE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Contrat ouvert : depot initial au prochain batch"
             TO WSMSG.

      *> un contrat ACTIF passe A CLOTURER (pelbatch calcule les
      *> interets et vire les fonds) ; un contrat dont le depot
      *> initial n'est pas encore passe est simplement annule
       0723-DEMANDER-CLOTURE.
           IF WS-PLS-COUNT = 0 OR WS-PLS-TRONQUE = 'OUI'
              MOVE "Aucun contrat ou fichier trop long" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-PLT-STATUT(WS-PLS-CURRENT)
              WHEN 'ACTIF'
                 MOVE 'A CLOTURER' TO WS-PLT-STATUT(WS-PLS-CURRENT)
                 MOVE "Cloture demandee : fonds vires au batch"
                   TO WSMSG
              WHEN 'OUVERT'
                 MOVE 'ANNULE' TO WS-PLT-STATUT(WS-PLS-CURRENT)
                 MOVE WS-PLS-TODAY-ISO
                   TO WS-PLT-DATE-CLOTURE(WS-PLS-CURRENT)
                 MOVE "Contrat annule avant le depot initial" TO WSMSG
              WHEN OTHER
                 MOVE "Contrat deja clos ou en cours de cloture"
                   TO WSMSG
                 EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 0729-REWRITE-PELCONTRATS.

           MOVE "CLOTURE PEL" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CONTRAT " WS-PLT-CONTRATID(WS-PLS-CURRENT)
              " CLIENT " WS-PLT-IDCLIENT(WS-PLS-CURRENT)
              " " WS-PLT-STATUT(WS-PLS-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

       0724-LIRE-PELPARM.
           MOVE 225.00 TO WS-PLS-DEPOT-MIN.
           MOVE 540.00 TO WS-PLS-VERSEMENT-MIN.
           OPEN INPUT PELPARM.
           IF WS-PELPARM-STATUS = "00"
              READ PELPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PPM-DEPOT-MIN IS NUMERIC
                       MOVE PPM-DEPOT-MIN TO WS-PLS-DEPOT-MIN
                    END-IF
                    IF PPM-VERSEMENT-ANNUEL IS NUMERIC
                       MOVE PPM-VERSEMENT-ANNUEL
                         TO WS-PLS-VERSEMENT-MIN
                    END-IF
              END-READ
              CLOSE PELPARM
           END-IF.

       0729-REWRITE-PELCONTRATS.
           OPEN OUTPUT PELCONTRATS.
           PERFORM VARYING WS-PLS-IDX FROM 1 BY 1
              UNTIL WS-PLS-IDX > WS-PLS-COUNT
              MOVE WS-PLS-ENTRY(WS-PLS-IDX) TO PELCONTRATS-RECORD
              WRITE PELCONTRATS-RECORD
           END-PERFORM.
           CLOSE PELCONTRATS.

      *>------------------------------------------------------------------------
      *> incidents de paiement de cheque : consultation par compte et
      *> saisie de la regularisation (date du jour, mode et reference
      *> du justificatif). La declaration a la Banque de France et la
      *> levee de l'interdiction sont faites par fccbatch
      *>------------------------------------------------------------------------
       0730-INCIDENTS-CHEQUE.
           PERFORM 0731-LOAD-CHQINCIDENTS.
           INITIALIZE WSMSG.
           MOVE 0 TO WS-CIS-FILTRE.
           MOVE 1 TO WS-CIS-CURRENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-CIS-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-CIS-TODAY-ISO.
           IF WS-CIS-TRONQUE = 'OUI'
              MOVE "Incidents trop nombreux : consultation seule"
                TO WSMSG
           END-IF.

           PERFORM FOREVER
              MOVE ZEROES TO WS-CIS-IN-COMPTE
              MOVE SPACES TO WS-CIS-IN-MODE
              MOVE SPACES TO WS-CIS-IN-PREUVE

              DISPLAY HEADER-SCREEN
              DISPLAY INCIDENTS-CHEQUE-SCREEN
              ACCEPT INCIDENTS-CHEQUE-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    MOVE WS-CIS-IN-COMPTE TO WS-CIS-FILTRE
                    MOVE 0 TO WS-CIS-CURRENT
                    PERFORM 0732-INCIDENT-SUIVANT
                    IF WS-CIS-CURRENT = 0
                       MOVE 1 TO WS-CIS-CURRENT
                       MOVE "Aucun incident pour ce compte" TO WSMSG
                    END-IF

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    PERFORM 0732-INCIDENT-SUIVANT
                    IF WS-CIS-CURRENT = 0
                       PERFORM 0732-INCIDENT-SUIVANT
                    END-IF
                    IF WS-CIS-CURRENT = 0
                       MOVE 1 TO WS-CIS-CURRENT
                    END-IF

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0733-REGULARISER-INCIDENT

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1 F2 F3 ou F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0731-LOAD-CHQINCIDENTS.
           MOVE 0 TO WS-CIS-COUNT.
           MOVE 'NON' TO WS-CIS-TRONQUE.
           INITIALIZE WS-CIS-TABLE.
           OPEN INPUT CHQINCIDENTS.
           IF WS-CHQINCIDENTS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-CIS-EOF.
           READ CHQINCIDENTS
              AT END MOVE 'OUI' TO WS-CIS-EOF
           END-READ.
           PERFORM UNTIL WS-CIS-EOF = 'OUI'
              IF WS-CIS-COUNT < 2000
                 ADD 1 TO WS-CIS-COUNT
                 MOVE CHQINCIDENTS-RECORD
                   TO WS-CIS-ENTRY(WS-CIS-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-CIS-TRONQUE
              END-IF
              READ CHQINCIDENTS
                 AT END MOVE 'OUI' TO WS-CIS-EOF
              END-READ
           END-PERFORM.
           CLOSE CHQINCIDENTS.

      *> incident suivant WS-CIS-CURRENT du compte recherche (de tous
      *> les comptes si aucun) ; WS-CIS-CURRENT a zero si aucun
       0732-INCIDENT-SUIVANT.
           PERFORM VARYING WS-CIS-IDX FROM WS-CIS-CURRENT BY 1
              UNTIL WS-CIS-IDX NOT < WS-CIS-COUNT
              IF WS-CIS-FILTRE = ZEROES
                 OR WS-CIT-COMPTEID(WS-CIS-IDX + 1) = WS-CIS-FILTRE
                 COMPUTE WS-CIS-CURRENT = WS-CIS-IDX + 1
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-CIS-CURRENT.

       0733-REGULARISER-INCIDENT.
           IF WS-CIS-COUNT = 0 OR WS-CIS-TRONQUE = 'OUI'
              MOVE "Aucun incident ou fichier trop long" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CIT-STATUT(WS-CIS-CURRENT) NOT = 'OUVERT'
              MOVE "Incident deja regularise" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CIS-IN-MODE NOT = 'P' AND WS-CIS-IN-MODE NOT = 'C'
              MOVE "Mode de regularisation P ou C" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CIS-IN-PREUVE = SPACES
              MOVE "Reference du justificatif requise" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'REGULARISE' TO WS-CIT-STATUT(WS-CIS-CURRENT).
           MOVE WS-CIS-TODAY-ISO TO WS-CIT-DATE-REGUL(WS-CIS-CURRENT).
           MOVE WS-CIS-IN-MODE TO WS-CIT-MODE-REGUL(WS-CIS-CURRENT).
           MOVE WS-CIS-IN-PREUVE TO WS-CIT-PREUVE(WS-CIS-CURRENT).
           PERFORM 0739-REWRITE-CHQINCIDENTS.

           MOVE "REGULARISATION CHEQUE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CHEQUE " WS-CIT-NUMERO(WS-CIS-CURRENT)
              " COMPTE " WS-CIT-COMPTEID(WS-CIS-CURRENT)
              " MODE " WS-CIS-IN-MODE " " WS-CIS-IN-PREUVE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Regularisation enregistree : declaree au batch"
             TO WSMSG.

       0739-REWRITE-CHQINCIDENTS.
           OPEN OUTPUT CHQINCIDENTS.
           PERFORM VARYING WS-CIS-IDX FROM 1 BY 1
              UNTIL WS-CIS-IDX > WS-CIS-COUNT
              MOVE WS-CIS-ENTRY(WS-CIS-IDX) TO CHQINCIDENTS-RECORD
              WRITE CHQINCIDENTS-RECORD
           END-PERFORM.
           CLOSE CHQINCIDENTS.

      *>------------------------------------------------------------------------
      *> tarifs des frais : consultation des lignes de TARIFS.DAT et
      *> saisie d'une nouvelle ligne (type facture, montant, date
      *> d'effet laissant deux mois de preavis), posee en attente
      *> dans REFPEND.DAT comme les taux de change : elle n'est
      *> ajoutee au fichier qu'a l'approbation d'un autre operateur
      *> (0460). commisionfrais facture la ligne en vigueur a la
      *> date de l'operation, tarifavisbatch previent les clients.
      *>------------------------------------------------------------------------
       0740-TARIFS-FRAIS.
           PERFORM 0741-LOAD-TARIFS.
           INITIALIZE WSMSG.
           MOVE 1 TO WS-TFS-CURRENT.
           IF WS-TFS-COUNT = 0
              MOVE "Aucune ligne de tarif : bareme compile" TO WSMSG
           END-IF.
           IF WS-TFS-TRONQUE = 'OUI'
              MOVE "Tarifs trop nombreux : consultation partielle"
                TO WSMSG
           END-IF.

           PERFORM FOREVER
              PERFORM 0747-CALCULER-PREAVIS
              MOVE SPACES TO WS-TFS-IN-TYPEOP
              MOVE ZEROES TO WS-TFS-IN-MONTANT
              MOVE SPACES TO WS-TFS-IN-DATE

              DISPLAY HEADER-SCREEN
              DISPLAY TARIFS-FRAIS-SCREEN
              ACCEPT TARIFS-FRAIS-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    IF WS-TFS-CURRENT < WS-TFS-COUNT
                       ADD 1 TO WS-TFS-CURRENT
                    ELSE
                       MOVE 1 TO WS-TFS-CURRENT
                    END-IF
                    INITIALIZE WSMSG

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    PERFORM 0743-SOUMETTRE-TARIF

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Suivant F2-Soumettre F9-Revenir"
                      TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0741-LOAD-TARIFS.
           MOVE 0 TO WS-TFS-COUNT.
           MOVE 'NON' TO WS-TFS-TRONQUE.
           INITIALIZE WS-TFS-TABLE.
           OPEN INPUT TARIFS.
           IF WS-TARIFS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-TFS-EOF.
           READ TARIFS
              AT END MOVE 'OUI' TO WS-TFS-EOF
           END-READ.
           PERFORM UNTIL WS-TFS-EOF = 'OUI'
              IF WS-TFS-COUNT < 500
                 ADD 1 TO WS-TFS-COUNT
                 MOVE TARIFS-RECORD TO WS-TFS-ENTRY(WS-TFS-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TFS-TRONQUE
              END-IF
              READ TARIFS
                 AT END MOVE 'OUI' TO WS-TFS-EOF
              END-READ
           END-PERFORM.
           CLOSE TARIFS.

      *> controles de saisie puis pose du changement en attente
       0743-SOUMETTRE-TARIF.
           IF WS-TFS-IN-TYPEOP = SPACES
              OR WS-TFS-IN-DATE = SPACES
              MOVE "Veuillez remplir tous les champs" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-TFS-IN-DATE(5:1) NOT = '-'
              OR WS-TFS-IN-DATE(8:1) NOT = '-'
              OR WS-TFS-IN-DATE(1:4) IS NOT NUMERIC
              OR WS-TFS-IN-DATE(6:2) IS NOT NUMERIC
              OR WS-TFS-IN-DATE(9:2) IS NOT NUMERIC
              MOVE "Date d'effet au format AAAA-MM-JJ" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-TFS-IN-DATE < WS-TFS-DATE-MIN
              MOVE "Date d'effet : deux mois de preavis minimum"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.

      *>    type du bareme compile (FEESCHED) ou deja tarife au fichier
           MOVE 'NON' TO WS-TFS-TYPE-CONNU.
           PERFORM VARYING WS-TFS-IDX FROM 1 BY 1
              UNTIL WS-TFS-IDX > WS-FEE-NB
              IF WS-FEE-TYPEOP(WS-TFS-IDX) = WS-TFS-IN-TYPEOP
                 MOVE 'OUI' TO WS-TFS-TYPE-CONNU
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-TFS-IDX FROM 1 BY 1
              UNTIL WS-TFS-IDX > WS-TFS-COUNT
              IF WS-TFT-TYPEOP(WS-TFS-IDX) = WS-TFS-IN-TYPEOP
                 MOVE 'OUI' TO WS-TFS-TYPE-CONNU
              END-IF
           END-PERFORM.
           IF WS-TFS-TYPE-CONNU = 'NON'
              MOVE "Type d'operation inconnu du bareme" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

      *>    quatre-yeux : la saisie part en attente dans REFPEND.DAT,
      *>    TARIFS.DAT ne bouge qu'a l'approbation (0460)
           MOVE SPACES TO WS-RFP-PAYLOAD.
           MOVE WS-TFS-IN-TYPEOP TO RFP-TF-TYPEOP.
           MOVE WS-TFS-IN-MONTANT TO RFP-TF-MONTANT.
           MOVE WS-TFS-IN-DATE TO RFP-TF-DATE-EFFET.
           MOVE 'TARIFS' TO WS-RFP-FICHIER-W.
           PERFORM 0465-POSER-CHANGEMENT.
           MOVE "Tarif en attente d'approbation" TO WSMSG.

      *> ligne approuvee (payload relu dans WS-RFP-PAYLOAD-TF) :
      *> ajoutee en fin de fichier, jamais de reecriture
       0745-AJOUTER-TARIF.
           MOVE RFP-TF-TYPEOP TO TF-TYPEOP.
           MOVE RFP-TF-DATE-EFFET TO TF-DATE-EFFET.
           MOVE RFP-TF-MONTANT TO TF-MONTANT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO TF-DATE-APPROB.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO TF-DATE-APPROB.
           MOVE WS-RFP-MAKER(WS-RFP-CURRENT) TO TF-SAISI-PAR.
           MOVE WS-OPER-ID TO TF-APPROUVE-PAR.
           OPEN EXTEND TARIFS.
           IF WS-TARIFS-STATUS = "35"
              OPEN OUTPUT TARIFS
           END-IF.
           WRITE TARIFS-RECORD.
           CLOSE TARIFS.

      *> date d'effet la plus proche admise : aujourd'hui plus
      *> WS-TFS-PREAVIS-MOIS mois
       0747-CALCULER-PREAVIS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE WS-BQ-AUDIT-RAW(1:4) TO WS-TFS-AN.
           MOVE WS-BQ-AUDIT-RAW(5:2) TO WS-TFS-MOIS.
           ADD WS-TFS-PREAVIS-MOIS TO WS-TFS-MOIS.
           IF WS-TFS-MOIS > 12
              SUBTRACT 12 FROM WS-TFS-MOIS
              ADD 1 TO WS-TFS-AN
           END-IF.
           MOVE SPACES TO WS-TFS-DATE-MIN.
           STRING WS-TFS-AN '-' WS-TFS-MOIS '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TFS-DATE-MIN.

      *>------------------------------------------------------------------------
      *> demandes d'effacement (droit a l'oubli) : consultation du
      *> registre EFFACEMENT.DAT par client et enregistrement d'une
      *> nouvelle demande. Les controles de conservation et la
      *> pseudonymisation sont faits par effacebatch, qui envoie la
      *> decision au client ; personne ne modifie plus les fichiers
      *> a la main
      *>------------------------------------------------------------------------
       0750-EFFACEMENTS.
           PERFORM 0751-LOAD-EFFACEMENTS.
           INITIALIZE WSMSG.
           MOVE 0 TO WS-EFS-FILTRE.
           MOVE 1 TO WS-EFS-CURRENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-EFS-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-EFS-TODAY-ISO.
           IF WS-EFS-TRONQUE = 'OUI'
              MOVE "Demandes trop nombreuses : consultation seule"
                TO WSMSG
           END-IF.

           PERFORM FOREVER
              MOVE ZEROES TO WS-EFS-IN-CLIENT

              DISPLAY HEADER-SCREEN
              DISPLAY EFFACEMENTS-SCREEN
              ACCEPT EFFACEMENTS-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    MOVE WS-EFS-IN-CLIENT TO WS-EFS-FILTRE
                    MOVE 0 TO WS-EFS-CURRENT
                    PERFORM 0752-EFFACEMENT-SUIVANT
                    IF WS-EFS-CURRENT = 0
                       MOVE 1 TO WS-EFS-CURRENT
                       MOVE "Aucune demande pour ce client" TO WSMSG
                    END-IF

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    PERFORM 0752-EFFACEMENT-SUIVANT
                    IF WS-EFS-CURRENT = 0
                       PERFORM 0752-EFFACEMENT-SUIVANT
                    END-IF
                    IF WS-EFS-CURRENT = 0
                       MOVE 1 TO WS-EFS-CURRENT
                    END-IF

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0753-ENREGISTRER-EFFACEMENT

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1 F2 F3 ou F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0751-LOAD-EFFACEMENTS.
           MOVE 0 TO WS-EFS-COUNT.
           MOVE 0 TO WS-EFS-DERNIER-NUMERO.
           MOVE 'NON' TO WS-EFS-TRONQUE.
           INITIALIZE WS-EFS-TABLE.
           OPEN INPUT EFFACEMENT.
           IF WS-EFFACEMENT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EFS-EOF.
           READ EFFACEMENT
              AT END MOVE 'OUI' TO WS-EFS-EOF
           END-READ.
           PERFORM UNTIL WS-EFS-EOF = 'OUI'
              IF EF-NUMERO > WS-EFS-DERNIER-NUMERO
                 MOVE EF-NUMERO TO WS-EFS-DERNIER-NUMERO
              END-IF
              IF WS-EFS-COUNT < 2000
                 ADD 1 TO WS-EFS-COUNT
                 MOVE EFFACEMENT-RECORD TO WS-EFS-ENTRY(WS-EFS-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-EFS-TRONQUE
              END-IF
              READ EFFACEMENT
                 AT END MOVE 'OUI' TO WS-EFS-EOF
              END-READ
           END-PERFORM.
           CLOSE EFFACEMENT.

      *> demande suivante WS-EFS-CURRENT du client recherche (de tous
      *> les clients si aucun) ; WS-EFS-CURRENT a zero si aucune
       0752-EFFACEMENT-SUIVANT.
           PERFORM VARYING WS-EFS-IDX FROM WS-EFS-CURRENT BY 1
              UNTIL WS-EFS-IDX NOT < WS-EFS-COUNT
              IF WS-EFS-FILTRE = ZEROES
                 OR WS-EFT-IDCLIENT(WS-EFS-IDX + 1) = WS-EFS-FILTRE
                 COMPUTE WS-EFS-CURRENT = WS-EFS-IDX + 1
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-EFS-CURRENT.

      *> une seule demande en cours par client, et aucune sur un
      *> client deja efface ; la demande est ajoutee en fin de
      *> registre au statut DEMANDEE
       0753-ENREGISTRER-EFFACEMENT.
           IF WS-EFS-TRONQUE = 'OUI'
              MOVE "Registre trop long : saisie impossible" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-EFS-IN-CLIENT = ZEROES
              MOVE "Numero de client requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-EFS-IDX FROM 1 BY 1
              UNTIL WS-EFS-IDX > WS-EFS-COUNT
              IF WS-EFT-IDCLIENT(WS-EFS-IDX) = WS-EFS-IN-CLIENT
                 IF WS-EFT-STATUT(WS-EFS-IDX) = 'DEMANDEE'
                    MOVE "Une demande est deja en cours" TO WSMSG
                    EXIT PARAGRAPH
                 END-IF
                 IF WS-EFT-STATUT(WS-EFS-IDX) = 'EFFECTUEE'
                    MOVE "Client deja efface" TO WSMSG
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-PERFORM.

           INITIALIZE EFFACEMENT-RECORD.
           ADD 1 TO WS-EFS-DERNIER-NUMERO.
           MOVE WS-EFS-DERNIER-NUMERO TO EF-NUMERO.
           MOVE WS-EFS-IN-CLIENT TO EF-IDCLIENT.
           MOVE WS-EFS-TODAY-ISO TO EF-DATE-DEMANDE.
           MOVE WS-OPER-ID TO EF-SAISI-PAR.
           MOVE 'DEMANDEE' TO EF-STATUT.
           OPEN EXTEND EFFACEMENT.
           IF WS-EFFACEMENT-STATUS = "35"
              OPEN OUTPUT EFFACEMENT
           END-IF.
           WRITE EFFACEMENT-RECORD.
           CLOSE EFFACEMENT.

           MOVE "DEMANDE EFFACEMENT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "DEMANDE " EF-NUMERO " CLIENT " EF-IDCLIENT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           PERFORM 0751-LOAD-EFFACEMENTS.
           MOVE WS-EFS-COUNT TO WS-EFS-CURRENT.
           MOVE "Demande enregistree : instruite par le batch"
             TO WSMSG.

      *>------------------------------------------------------------------------
      *> consentements marketing d'un client : le conseiller consulte
      *> l'etat par canal et l'historique complet, et enregistre un
      *> changement recueilli en agence (ligne ajoutee a CONSENT.DAT,
      *> origine AGENCE, operateur trace). campagnebatch et
      *> notifgwbatch ne delivrent une offre que sur un canal
      *> consenti
      *>------------------------------------------------------------------------
       0760-CONSENTEMENTS.
           INITIALIZE WSMSG.
           MOVE ZEROES TO WS-CSB-CLIENT.
           PERFORM 0761-LOAD-CONSENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-CSB-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-CSB-TODAY-ISO.

           PERFORM FOREVER
              MOVE WS-CSB-CLIENT TO WS-CSB-IN-CLIENT
              PERFORM VARYING WS-CSB-IDX FROM 1 BY 1
                 UNTIL WS-CSB-IDX > 4
                 MOVE WS-CSB-ACCORD(WS-CSB-IDX)
                   TO WS-CSB-IN(WS-CSB-IDX)
              END-PERFORM

              DISPLAY HEADER-SCREEN
              DISPLAY CONSENTEMENTS-SCREEN
              ACCEPT CONSENTEMENTS-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    MOVE WS-CSB-IN-CLIENT TO WS-CSB-CLIENT
                    PERFORM 0761-LOAD-CONSENT
                    IF WS-CSH-COUNT = 0
                       MOVE "Aucun consentement : NON sur tous canaux"
                         TO WSMSG
                    END-IF
                    IF WS-CSH-TRONQUE = 'OUI'
                       MOVE "Historique trop long : 200 premiers"
                         TO WSMSG
                    END-IF

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    PERFORM 0763-ENREGISTRER-CONSENT

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    IF WS-CSH-CURRENT < WS-CSH-COUNT
                       ADD 1 TO WS-CSH-CURRENT
                    ELSE
                       MOVE 1 TO WS-CSH-CURRENT
                    END-IF

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1 F2 F3 ou F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

      *> etat en vigueur et historique du client WS-CSB-CLIENT ; sans
      *> ligne, pas de consentement (NON)
       0761-LOAD-CONSENT.
           MOVE 0 TO WS-CSH-COUNT.
           MOVE 1 TO WS-CSH-CURRENT.
           MOVE 'NON' TO WS-CSH-TRONQUE.
           INITIALIZE WS-CSH-TABLE.
           PERFORM VARYING WS-CSB-IDX FROM 1 BY 1 UNTIL WS-CSB-IDX > 4
              MOVE 'NON' TO WS-CSB-ACCORD(WS-CSB-IDX)
              MOVE SPACES TO WS-CSB-DATE(WS-CSB-IDX)
              MOVE SPACES TO WS-CSB-ORIGINE(WS-CSB-IDX)
           END-PERFORM.
           IF WS-CSB-CLIENT = ZEROES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONSENT.
           IF WS-CONSENT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-CSB-EOF.
           READ CONSENT
              AT END MOVE 'OUI' TO WS-CSB-EOF
           END-READ.
           PERFORM UNTIL WS-CSB-EOF = 'OUI'
              IF CNS-IDCLIENT = WS-CSB-CLIENT
                 PERFORM 0762-NOTER-CONSENT
              END-IF
              READ CONSENT
                 AT END MOVE 'OUI' TO WS-CSB-EOF
              END-READ
           END-PERFORM.
           CLOSE CONSENT.

       0762-NOTER-CONSENT.
           PERFORM VARYING WS-CSB-IDX FROM 1 BY 1 UNTIL WS-CSB-IDX > 4
              IF CNS-CANAL = WS-CSB-NOM-CANAL(WS-CSB-IDX)
                 MOVE CNS-ACCORD TO WS-CSB-ACCORD(WS-CSB-IDX)
                 MOVE CNS-DATE TO WS-CSB-DATE(WS-CSB-IDX)
                 MOVE CNS-ORIGINE TO WS-CSB-ORIGINE(WS-CSB-IDX)
              END-IF
           END-PERFORM.
           IF WS-CSH-COUNT < 200
              ADD 1 TO WS-CSH-COUNT
              MOVE CNS-CANAL TO WS-CSH-CANAL(WS-CSH-COUNT)
              MOVE CNS-ACCORD TO WS-CSH-ACCORD(WS-CSH-COUNT)
              MOVE CNS-DATE TO WS-CSH-DATE(WS-CSH-COUNT)
              MOVE CNS-HEURE TO WS-CSH-HEURE(WS-CSH-COUNT)
              MOVE CNS-ORIGINE TO WS-CSH-ORIGINE(WS-CSH-COUNT)
              MOVE CNS-SAISI-PAR TO WS-CSH-SAISI-PAR(WS-CSH-COUNT)
           ELSE
              MOVE 'OUI' TO WS-CSH-TRONQUE
           END-IF.

      *> chaque canal dont la reponse change le consentement en
      *> vigueur ajoute une ligne ; rien n'est jamais reecrit
       0763-ENREGISTRER-CONSENT.
           IF WS-CSB-CLIENT = ZEROES
              OR WS-CSB-IN-CLIENT NOT = WS-CSB-CLIENT
              MOVE "Rechercher d'abord le client (F1)" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CSB-IDX FROM 1 BY 1 UNTIL WS-CSB-IDX > 4
              MOVE FUNCTION UPPER-CASE(WS-CSB-IN(WS-CSB-IDX))
                TO WS-CSB-IN(WS-CSB-IDX)
              IF WS-CSB-IN(WS-CSB-IDX) NOT = 'OUI'
                 AND WS-CSB-IN(WS-CSB-IDX) NOT = 'NON'
                 MOVE "OUI ou NON pour chaque canal" TO WSMSG
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

           MOVE 0 TO WS-CSB-CHANGES.
           OPEN EXTEND CONSENT.
           IF WS-CONSENT-STATUS = "35"
              OPEN OUTPUT CONSENT
           END-IF.
           PERFORM VARYING WS-CSB-IDX FROM 1 BY 1 UNTIL WS-CSB-IDX > 4
              IF WS-CSB-IN(WS-CSB-IDX) NOT = WS-CSB-ACCORD(WS-CSB-IDX)
                 INITIALIZE CONSENT-RECORD
                 MOVE WS-CSB-CLIENT TO CNS-IDCLIENT
                 MOVE WS-CSB-NOM-CANAL(WS-CSB-IDX) TO CNS-CANAL
                 MOVE WS-CSB-IN(WS-CSB-IDX) TO CNS-ACCORD
                 MOVE WS-CSB-TODAY-ISO TO CNS-DATE
                 MOVE FUNCTION CURRENT-DATE(9:6) TO CNS-HEURE
                 MOVE 'AGENCE' TO CNS-ORIGINE
                 MOVE WS-OPER-ID TO CNS-SAISI-PAR
                 WRITE CONSENT-RECORD
                 ADD 1 TO WS-CSB-CHANGES

                 MOVE "CONSENTEMENT MKT" TO BQA-ACTION
                 MOVE SPACES TO BQA-DETAIL
                 STRING "CLIENT " CNS-IDCLIENT " CANAL " CNS-CANAL
                    " ACCORD " CNS-ACCORD
                    DELIMITED BY SIZE INTO BQA-DETAIL
                 PERFORM 0115-ECRIRE-AUDIT
              END-IF
           END-PERFORM.
           CLOSE CONSENT.

           IF WS-CSB-CHANGES = 0
              MOVE "Aucun changement" TO WSMSG
           ELSE
              PERFORM 0761-LOAD-CONSENT
              MOVE WS-CSH-COUNT TO WS-CSH-CURRENT
              MOVE "Consentements enregistres" TO WSMSG
           END-IF.

      *>------------------------------------------------------------------------
      *> registre des clients sensibles : salaries de la banque,
      *> proches rattaches a un salarie, VIP. Consultable par tous,
      *> tenu par la conformite ou un superviseur ; une ligne n'est
      *> jamais supprimee, elle est levee (statut LEVE, date de
      *> fin). commisionfrais applique au PERSONNEL ACTIF le tarif
      *> personnel ; 0775 protege les comptes des lignes ACTIF
      *>------------------------------------------------------------------------
       0770-CLIENTS-SENSIBLES.
           INITIALIZE WSMSG.
           PERFORM 0771-LOAD-CLISENS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-SNB-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-SNB-TODAY-ISO.
           IF WS-SNB-COUNT = 0
              MOVE "Registre vide" TO WSMSG
           END-IF.
           IF WS-SNB-TRONQUE = 'OUI'
              MOVE "Registre trop long : 300 premieres lignes" TO WSMSG
           END-IF.

           PERFORM FOREVER
              MOVE ZEROES TO WS-SNB-IN-CLIENT
              MOVE SPACES TO WS-SNB-IN-CATEGORIE
              MOVE SPACES TO WS-SNB-IN-OPERATEUR
              MOVE SPACES TO WS-SNB-IN-LIEN

              DISPLAY HEADER-SCREEN
              DISPLAY CLISENS-SCREEN
              ACCEPT CLISENS-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    IF WS-SNB-CURRENT < WS-SNB-COUNT
                       ADD 1 TO WS-SNB-CURRENT
                    ELSE
                       MOVE 1 TO WS-SNB-CURRENT
                    END-IF

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    PERFORM 0772-AJOUTER-CLISENS

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0773-LEVER-CLISENS

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1 F2 F3 ou F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0771-LOAD-CLISENS.
           MOVE 0 TO WS-SNB-COUNT.
           MOVE 1 TO WS-SNB-CURRENT.
           MOVE 'NON' TO WS-SNB-TRONQUE.
           INITIALIZE WS-SNB-TABLE.
           OPEN INPUT CLISENS.
           IF WS-CLISENS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-SNB-EOF.
           READ CLISENS
              AT END MOVE 'OUI' TO WS-SNB-EOF
           END-READ.
           PERFORM UNTIL WS-SNB-EOF = 'OUI'
              IF WS-SNB-COUNT < 300
                 ADD 1 TO WS-SNB-COUNT
                 MOVE SNS-IDCLIENT TO WS-SNB-IDCLIENT(WS-SNB-COUNT)
                 MOVE SNS-CATEGORIE TO WS-SNB-CATEGORIE(WS-SNB-COUNT)
                 MOVE SNS-OPERATEUR TO WS-SNB-OPERATEUR(WS-SNB-COUNT)
                 MOVE SNS-LIEN TO WS-SNB-LIEN(WS-SNB-COUNT)
                 MOVE SNS-DATE-DEBUT TO WS-SNB-DATE-DEBUT(WS-SNB-COUNT)
                 MOVE SNS-DATE-FIN TO WS-SNB-DATE-FIN(WS-SNB-COUNT)
                 MOVE SNS-STATUT TO WS-SNB-STATUT(WS-SNB-COUNT)
                 MOVE SNS-SAISI-PAR TO WS-SNB-SAISI-PAR(WS-SNB-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-SNB-TRONQUE
              END-IF
              READ CLISENS
                 AT END MOVE 'OUI' TO WS-SNB-EOF
              END-READ
           END-PERFORM.
           CLOSE CLISENS.

      *> nouvelle ligne ACTIF : un salarie porte son identifiant
      *> operateur s'il en a un, un proche celui du salarie auquel
      *> il est rattache
       0772-AJOUTER-CLISENS.
           IF WS-OPER-ROLE NOT = 'SUPERVISEUR'
              AND WS-OPER-ROLE NOT = 'CONFORMITE'
              MOVE "Tenue reservee a la conformite" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SNB-TRONQUE = 'OUI' OR WS-SNB-COUNT NOT < 300
              MOVE "Registre plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SNB-IN-CATEGORIE)
             TO WS-SNB-IN-CATEGORIE.
           MOVE FUNCTION UPPER-CASE(WS-SNB-IN-OPERATEUR)
             TO WS-SNB-IN-OPERATEUR.
           MOVE FUNCTION UPPER-CASE(WS-SNB-IN-LIEN) TO WS-SNB-IN-LIEN.
           IF WS-SNB-IN-CLIENT = ZEROES
              MOVE "Client obligatoire" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SNB-IN-CATEGORIE NOT = 'PERSONNEL'
              AND WS-SNB-IN-CATEGORIE NOT = 'PROCHE'
              AND WS-SNB-IN-CATEGORIE NOT = 'VIP'
              MOVE "Categorie : PERSONNEL, PROCHE ou VIP" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SNB-IN-CATEGORIE = 'PROCHE'
              AND (WS-SNB-IN-OPERATEUR = SPACES
                 OR WS-SNB-IN-LIEN = SPACES)
              MOVE "Proche : operateur du salarie et lien requis"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SNB-IN-CATEGORIE = 'VIP'
              MOVE SPACES TO WS-SNB-IN-OPERATEUR
              MOVE SPACES TO WS-SNB-IN-LIEN
           END-IF.
           PERFORM VARYING WS-SNB-IDX FROM 1 BY 1
              UNTIL WS-SNB-IDX > WS-SNB-COUNT
              IF WS-SNB-IDCLIENT(WS-SNB-IDX) = WS-SNB-IN-CLIENT
                 AND WS-SNB-CATEGORIE(WS-SNB-IDX) = WS-SNB-IN-CATEGORIE
                 AND WS-SNB-STATUT(WS-SNB-IDX) = 'ACTIF'
                 MOVE "Client deja inscrit dans cette categorie"
                   TO WSMSG
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

           ADD 1 TO WS-SNB-COUNT.
           MOVE WS-SNB-IN-CLIENT TO WS-SNB-IDCLIENT(WS-SNB-COUNT).
           MOVE WS-SNB-IN-CATEGORIE TO WS-SNB-CATEGORIE(WS-SNB-COUNT).
           MOVE WS-SNB-IN-OPERATEUR TO WS-SNB-OPERATEUR(WS-SNB-COUNT).
           MOVE WS-SNB-IN-LIEN TO WS-SNB-LIEN(WS-SNB-COUNT).
           MOVE WS-SNB-TODAY-ISO TO WS-SNB-DATE-DEBUT(WS-SNB-COUNT).
           MOVE SPACES TO WS-SNB-DATE-FIN(WS-SNB-COUNT).
           MOVE 'ACTIF' TO WS-SNB-STATUT(WS-SNB-COUNT).
           MOVE WS-OPER-ID TO WS-SNB-SAISI-PAR(WS-SNB-COUNT).
           MOVE WS-SNB-COUNT TO WS-SNB-CURRENT.
           PERFORM 0779-REWRITE-CLISENS.

           MOVE "REGISTRE SENSIBLE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "AJOUT CLIENT " WS-SNB-IN-CLIENT " "
              WS-SNB-IN-CATEGORIE " OPERATEUR " WS-SNB-IN-OPERATEUR
              " " WS-SNB-IN-LIEN
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Client inscrit au registre" TO WSMSG.

       0773-LEVER-CLISENS.
           IF WS-OPER-ROLE NOT = 'SUPERVISEUR'
              AND WS-OPER-ROLE NOT = 'CONFORMITE'
              MOVE "Tenue reservee a la conformite" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SNB-COUNT = 0
              MOVE "Registre vide" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-SNB-STATUT(WS-SNB-CURRENT) NOT = 'ACTIF'
              MOVE "Ligne deja levee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE 'LEVE' TO WS-SNB-STATUT(WS-SNB-CURRENT).
           MOVE WS-SNB-TODAY-ISO TO WS-SNB-DATE-FIN(WS-SNB-CURRENT).
           PERFORM 0779-REWRITE-CLISENS.

           MOVE "REGISTRE SENSIBLE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "LEVEE CLIENT " WS-SNB-IDCLIENT(WS-SNB-CURRENT) " "
              WS-SNB-CATEGORIE(WS-SNB-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Ligne levee" TO WSMSG.

      *> acces a un compte (WS-ACS-COMPTEID) ou a un client
      *> (WS-ACS-CLIENT) : libre hors registre ; pour un client
      *> ACTIF au registre, refuse sur son propre dossier ou celui
      *> d'un proche et hors role autorise, sinon accorde sur motif
      *> code -- chaque consultation et chaque refus part a l'audit
      *> pour la revue hebdomadaire d'accessensbatch
       0775-CONTROLER-ACCES.
           MOVE 'OUI' TO WS-ACS-ACCES.
           PERFORM 0776-CHERCHER-SENSIBLE.
           IF WS-ACS-CATEGORIE = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE 'NON' TO WS-ACS-ACCES.
           IF WS-ACS-OPERATEUR = WS-OPER-ID
              MOVE "Dossier personnel : consultation interdite"
                TO WSMSG
              PERFORM 0778-AUDITER-REFUS
              EXIT PARAGRAPH
           END-IF.
           IF WS-OPER-ROLE NOT = 'SUPERVISEUR'
              AND WS-OPER-ROLE NOT = 'CONFORMITE'
              MOVE "Compte protege : role non autorise" TO WSMSG
              PERFORM 0778-AUDITER-REFUS
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ACS-MOTIF.
           MOVE SPACES TO WS-ACS-COMMENTAIRE.
           INITIALIZE WSMSG.
           DISPLAY HEADER-SCREEN.
           DISPLAY ACCES-SENSIBLE-SCREEN.
           ACCEPT ACCES-SENSIBLE-SCREEN.
           MOVE wRetCode TO WS-FNC-KEY.
           IF NOT V-FNC-F1
              MOVE "Consultation abandonnee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-ACS-MOTIF) TO WS-ACS-MOTIF.
           MOVE 'NON' TO WS-ACS-MOTIF-VALIDE.
           PERFORM VARYING WS-ACS-IDX FROM 1 BY 1 UNTIL WS-ACS-IDX > 5
              IF WS-ACS-MOTIF = WS-ACS-MOTIF-OK(WS-ACS-IDX)
                 MOVE 'OUI' TO WS-ACS-MOTIF-VALIDE
              END-IF
           END-PERFORM.
           IF WS-ACS-MOTIF-VALIDE = 'NON'
              MOVE "Motif invalide : consultation refusee" TO WSMSG
              PERFORM 0778-AUDITER-REFUS
              EXIT PARAGRAPH
           END-IF.

           MOVE 'OUI' TO WS-ACS-ACCES.
           MOVE "CONSULT SENSIBLE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CPTE " WS-ACS-COMPTEID " CLIENT " WS-ACS-CLIENT-SENS
              " " WS-ACS-CATEGORIE " MOTIF " WS-ACS-MOTIF " "
              WS-ACS-COMMENTAIRE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Consultation tracee" TO WSMSG.

      *> categorie du dossier : client saisi, ou titulaires du
      *> compte saisi (hors procuration, le compte est celui du
      *> mandant) ; un dossier rattache a l'operateur en session
      *> l'emporte pour que le refus sur son propre dossier joue
       0776-CHERCHER-SENSIBLE.
           MOVE SPACES TO WS-ACS-CATEGORIE.
           MOVE SPACES TO WS-ACS-OPERATEUR.
           MOVE ZEROES TO WS-ACS-CLIENT-SENS.
           PERFORM 0771-LOAD-CLISENS.
           IF WS-SNB-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-ACS-CLIENT NOT = ZEROES
              MOVE WS-ACS-CLIENT TO WS-SNB-IN-CLIENT
              PERFORM 0777-CLIENT-SENSIBLE
           END-IF.
           IF WS-ACS-COMPTEID = ZEROES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-IXST NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-ACS-EOF.
           READ TITULAIRES
              AT END MOVE 'OUI' TO WS-ACS-EOF
           END-READ.
           PERFORM UNTIL WS-ACS-EOF = 'OUI'
              IF TIT-COMPTEID = WS-ACS-COMPTEID
                 AND TIT-ROLE(1:11) NOT = 'PROCURATION'
                 MOVE TIT-IDCLIENT TO WS-SNB-IN-CLIENT
                 PERFORM 0777-CLIENT-SENSIBLE
              END-IF
              READ TITULAIRES
                 AT END MOVE 'OUI' TO WS-ACS-EOF
              END-READ
           END-PERFORM.
           CLOSE TITULAIRES.

       0777-CLIENT-SENSIBLE.
           PERFORM VARYING WS-SNB-IDX FROM 1 BY 1
              UNTIL WS-SNB-IDX > WS-SNB-COUNT
              IF WS-SNB-IDCLIENT(WS-SNB-IDX) = WS-SNB-IN-CLIENT
                 AND WS-SNB-STATUT(WS-SNB-IDX) = 'ACTIF'
                 IF WS-ACS-CATEGORIE = SPACES
                    OR (WS-SNB-OPERATEUR(WS-SNB-IDX) = WS-OPER-ID
                       AND WS-ACS-OPERATEUR NOT = WS-OPER-ID)
                    MOVE WS-SNB-CATEGORIE(WS-SNB-IDX)
                      TO WS-ACS-CATEGORIE
                    MOVE WS-SNB-OPERATEUR(WS-SNB-IDX)
                      TO WS-ACS-OPERATEUR
                    MOVE WS-SNB-IN-CLIENT TO WS-ACS-CLIENT-SENS
                 END-IF
              END-IF
           END-PERFORM.

       0778-AUDITER-REFUS.
           MOVE "REFUS ACCES SENSIBLE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CPTE " WS-ACS-COMPTEID " CLIENT " WS-ACS-CLIENT-SENS
              " " WS-ACS-CATEGORIE " " WSMSG
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

       0779-REWRITE-CLISENS.
           OPEN OUTPUT CLISENS.
           PERFORM VARYING WS-SNB-IDX FROM 1 BY 1
              UNTIL WS-SNB-IDX > WS-SNB-COUNT
              MOVE WS-SNB-IDCLIENT(WS-SNB-IDX) TO SNS-IDCLIENT
              MOVE WS-SNB-CATEGORIE(WS-SNB-IDX) TO SNS-CATEGORIE
              MOVE WS-SNB-OPERATEUR(WS-SNB-IDX) TO SNS-OPERATEUR
              MOVE WS-SNB-LIEN(WS-SNB-IDX) TO SNS-LIEN
              MOVE WS-SNB-DATE-DEBUT(WS-SNB-IDX) TO SNS-DATE-DEBUT
              MOVE WS-SNB-DATE-FIN(WS-SNB-IDX) TO SNS-DATE-FIN
              MOVE WS-SNB-STATUT(WS-SNB-IDX) TO SNS-STATUT
              MOVE WS-SNB-SAISI-PAR(WS-SNB-IDX) TO SNS-SAISI-PAR
              WRITE CLISENS-RECORD
           END-PERFORM.
           CLOSE CLISENS.

      *>------------------------------------------------------------------------
      *> RIB, attestation de detention et attestation de solde a
      *> une date, emis par attestdoc (numero unique, cle de
      *> controle, copie au spool) ; un compte protege passe par le
      *> controle d'acces de 0775. F2 retrouve un document du
      *> registre DOCREG.DAT sur son numero et sa cle quand un tiers
      *> appelle pour en confirmer l'authenticite
      *>------------------------------------------------------------------------
       0780-DOCUMENTS-COMPTE.
           INITIALIZE WSMSG.
           MOVE SPACES TO WS-DOC-MESSAGE.
           MOVE SPACES TO WS-DOC-VERIF-1.
           MOVE SPACES TO WS-DOC-VERIF-2.

           PERFORM FOREVER
              MOVE ZEROES TO WS-DOC-IN-COMPTE
              MOVE SPACES TO WS-DOC-IN-TYPE
              MOVE SPACES TO WS-DOC-IN-DATE
              MOVE ZEROES TO WS-DOC-IN-NUMERO
              MOVE ZEROES TO WS-DOC-IN-CLE

              DISPLAY HEADER-SCREEN
              DISPLAY DOCUMENTS-SCREEN
              ACCEPT DOCUMENTS-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0781-EMETTRE-DOCUMENT

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    PERFORM 0782-VERIFIER-DOCUMENT

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1 F2 ou F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0781-EMETTRE-DOCUMENT.
           MOVE SPACES TO WS-DOC-VERIF-1.
           MOVE SPACES TO WS-DOC-VERIF-2.
           IF WS-DOC-IN-COMPTE = ZEROES
              MOVE "Saisir le compte" TO WS-DOC-MESSAGE
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-DOC-IN-TYPE) TO WS-DOC-IN-TYPE.

      *>    compte d'un salarie, d'un proche ou d'un VIP : role
      *>    autorise et motif exiges, comme a la consultation
           MOVE WS-DOC-IN-COMPTE TO WS-ACS-COMPTEID.
           MOVE ZEROES TO WS-ACS-CLIENT.
           PERFORM 0775-CONTROLER-ACCES.
           IF WS-ACS-ACCES = 'NON'
              MOVE WSMSG TO WS-DOC-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-DOC-IBAN.
           CALL 'attestdoc' USING WS-DOC-IN-TYPE, WS-DOC-IN-COMPTE,
              WS-DOC-IN-DATE, WS-OPER-ID, WS-DOC-DEMANDEUR,
              WS-DOC-IBAN, WS-DOC-NUMERO, WS-DOC-RESULTAT,
              WS-DOC-MESSAGE.
           IF WS-DOC-RESULTAT NOT = 'OUI'
              EXIT PARAGRAPH
           END-IF.

           MOVE "DOCUMENT COMPTE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "EMIS " WS-DOC-IN-TYPE " N. " WS-DOC-NUMERO
              " COMPTE " WS-DOC-IN-COMPTE " " WS-DOC-IN-DATE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

      *> le document n'est confirme que si le numero ET la cle
      *> correspondent a une ligne du registre ; la consultation
      *> est tracee a l'audit, confirmee ou non
       0782-VERIFIER-DOCUMENT.
           MOVE SPACES TO WS-DOC-MESSAGE.
           MOVE SPACES TO WS-DOC-VERIF-1.
           MOVE SPACES TO WS-DOC-VERIF-2.
           IF WS-DOC-IN-NUMERO = ZEROES
              MOVE "Saisir le numero et la cle" TO WS-DOC-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'NON' TO WS-DOC-TROUVE.
           MOVE 'NON' TO WS-DOC-EOF.
           OPEN INPUT DOCREG.
           IF WS-DOCREG-STATUS = "00"
              READ DOCREG
                 AT END MOVE 'OUI' TO WS-DOC-EOF
              END-READ
              PERFORM UNTIL WS-DOC-EOF = 'OUI'
                 IF DR-NUMERO = WS-DOC-IN-NUMERO
                    AND DR-CLE = WS-DOC-IN-CLE
                    MOVE 'OUI' TO WS-DOC-TROUVE
                    MOVE 'OUI' TO WS-DOC-EOF
                 ELSE
                    READ DOCREG
                       AT END MOVE 'OUI' TO WS-DOC-EOF
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE DOCREG
           END-IF.

           IF WS-DOC-TROUVE = 'NON'
              MOVE "DOCUMENT NON RECONNU : NUMERO OU CLE INCONNU"
                TO WS-DOC-MESSAGE
           ELSE
              MOVE "DOCUMENT AUTHENTIQUE" TO WS-DOC-MESSAGE
              EVALUATE DR-TYPE
                 WHEN 'R'
                    STRING "RIB COMPTE " DR-COMPTEID " EMIS LE "
                       DR-DATE-EMISSION " PAR " DR-EMETTEUR
                       DELIMITED BY SIZE INTO WS-DOC-VERIF-1
                 WHEN 'T'
                    STRING "DETENTION COMPTE " DR-COMPTEID
                       " EMISE LE " DR-DATE-EMISSION " PAR "
                       DR-EMETTEUR
                       DELIMITED BY SIZE INTO WS-DOC-VERIF-1
                 WHEN OTHER
                    MOVE DR-SOLDE TO WS-DOC-SOLDE-ED
                    STRING "SOLDE COMPTE " DR-COMPTEID " AU "
                       DR-DATE-SOLDE " : " WS-DOC-SOLDE-ED " "
                       DR-DEVISE
                       DELIMITED BY SIZE INTO WS-DOC-VERIF-1
              END-EVALUATE
              STRING "IBAN " DR-IBAN " TITULAIRES "
                 DR-NB-TITULAIRES
                 DELIMITED BY SIZE INTO WS-DOC-VERIF-2
           END-IF.

           MOVE "VERIF DOCUMENT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "N. " WS-DOC-IN-NUMERO " CLE " WS-DOC-IN-CLE
              " RECONNU " WS-DOC-TROUVE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

      *>------------------------------------------------------------------------
      *> courrier revenu NPAI : F1 affiche l'adresse courante du
      *> client et sa marque, F2 enregistre le pli revenu -- la
      *> ligne courante d'ADRESSES.DAT est marquee (date du retour),
      *> le papier du client est alors retenu par les editeurs
      *> (module npaicourrier), le client recoit un message dans sa
      *> boite et l'agence une alerte pour obtenir la nouvelle
      *> adresse. La marque tombe avec la nouvelle adresse saisie
      *> sur l'ecran des adresses (0356-ENREGISTRER-ADRESSE).
      *>------------------------------------------------------------------------
       0790-COURRIER-REVENU.
           INITIALIZE WSMSG.
           MOVE SPACES TO WS-NPA-AFF-ADRESSE.
           MOVE SPACES TO WS-NPA-AFF-STATUT.
           MOVE ZEROES TO WS-NPA-IN-CLIENT.

           PERFORM FOREVER
              MOVE SPACES TO WS-NPA-IN-DATE
              MOVE SPACES TO WS-NPA-IN-DOCUMENT

              DISPLAY HEADER-SCREEN
              DISPLAY COURRIER-REVENU-SCREEN
              ACCEPT COURRIER-REVENU-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0791-ADRESSE-DU-CLIENT

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    PERFORM 0792-ENREGISTRER-RETOUR

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1 F2 ou F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

      *> ligne courante (sans date de fin) du client dans la table
      *> des adresses rechargee, WS-NPA-COURANTE a zero sans adresse
       0791-ADRESSE-DU-CLIENT.
           PERFORM 0352-LOAD-ADRESSES.
           MOVE ZEROES TO WS-NPA-COURANTE.
           MOVE SPACES TO WS-NPA-AFF-ADRESSE.
           MOVE SPACES TO WS-NPA-AFF-STATUT.
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
              UNTIL WS-ADR-IDX > WS-ADR-COUNT
              IF WS-ADR-IDCLIENT(WS-ADR-IDX) = WS-NPA-IN-CLIENT
                 AND WS-ADR-DATE-FIN(WS-ADR-IDX) = SPACES
                 MOVE WS-ADR-IDX TO WS-NPA-COURANTE
              END-IF
           END-PERFORM.
           IF WS-NPA-COURANTE = ZEROES
              MOVE "Aucune adresse courante pour ce client" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           STRING
              FUNCTION TRIM(WS-ADR-LIGNE1(WS-NPA-COURANTE)) ' '
              FUNCTION TRIM(WS-ADR-CODEPOSTAL(WS-NPA-COURANTE)) ' '
              FUNCTION TRIM(WS-ADR-VILLE(WS-NPA-COURANTE)) ' '
              FUNCTION TRIM(WS-ADR-PAYS(WS-NPA-COURANTE))
              DELIMITED BY SIZE INTO WS-NPA-AFF-ADRESSE.
           IF WS-ADR-NPAI(WS-NPA-COURANTE) = "OUI"
              STRING "MARQUEE NPAI DEPUIS LE "
                 WS-ADR-NPAI-DATE(WS-NPA-COURANTE)
                 " : COURRIER RETENU"
                 DELIMITED BY SIZE INTO WS-NPA-AFF-STATUT
           ELSE
              MOVE "ADRESSE VALIDE : COURRIER EXPEDIE"
                TO WS-NPA-AFF-STATUT
           END-IF.

       0792-ENREGISTRER-RETOUR.
           IF WS-NPA-IN-CLIENT = ZEROES
              MOVE "Saisir le client" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0791-ADRESSE-DU-CLIENT.
           IF WS-NPA-COURANTE = ZEROES
              EXIT PARAGRAPH
           END-IF.
           IF WS-ADR-NPAI(WS-NPA-COURANTE) = "OUI"
              MOVE "Adresse deja marquee NPAI" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           STRING FUNCTION CURRENT-DATE(1:4) '-'
              FUNCTION CURRENT-DATE(5:2) '-'
              FUNCTION CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-NPA-TODAY.
           IF WS-NPA-IN-DATE = SPACES
              MOVE WS-NPA-TODAY TO WS-NPA-IN-DATE
           END-IF.
           IF WS-NPA-IN-DATE > WS-NPA-TODAY
              MOVE "Date de retour dans le futur" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-NPA-IN-DOCUMENT = SPACES
              MOVE "COURRIER" TO WS-NPA-IN-DOCUMENT
           END-IF.

           MOVE "OUI" TO WS-ADR-NPAI(WS-NPA-COURANTE).
           MOVE WS-NPA-IN-DATE TO WS-ADR-NPAI-DATE(WS-NPA-COURANTE).
           PERFORM 0359-REWRITE-ADRESSES.

      *>    le client est prevenu dans sa boite, seul canal encore sur
           MOVE "ADRESSE POSTALE A METTRE A JOUR"
             TO WS-NOTIF-SUBJECT.
           MOVE SPACES TO WS-NOTIF-BODY.
           STRING "Un pli nous est revenu le " WS-NPA-IN-DATE
              ". Merci de nous indiquer votre nouvelle adresse."
              DELIMITED BY SIZE INTO WS-NOTIF-BODY.
           CALL 'msgnotif' USING WS-NPA-IN-CLIENT,
              WS-NOTIF-SUBJECT, WS-NOTIF-BODY, WS-NPA-TODAY.

           PERFORM 0793-ALERTER-AGENCE.

           MOVE "NPAI" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CLIENT " WS-NPA-IN-CLIENT " RETOUR "
              WS-NPA-IN-DATE " " WS-NPA-IN-DOCUMENT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           PERFORM 0791-ADRESSE-DU-CLIENT.
           MOVE "Retour enregistre, courrier retenu" TO WSMSG.

      *> alerte a l'agence du compte du client (colonne AGENCE
      *> servie par fcdatasclient, NON AFFECT en mode degrade),
      *> inscrite au spool pour consultation immediate
       0793-ALERTER-AGENCE.
           MOVE WS-NPA-IN-CLIENT TO L-CLIENT-ID.
           MOVE SPACES TO L-COMPTE-AGENCE.
           CALL 'fcdatasclient' USING
              L-CLIENT-ID, L-CLIENT-NOM, L-CLIENT-PRENOM,
              L-CLIENT-RSOCIALE, L-CLIENT-TYPECLIENT,
              L-CLIENT-EXTERNE, L-COMPTE-ID, L-COMPTE-IBAN,
              L-COMPTE-DTOUV, L-COMPTE-SOLDE, L-COMPTE-CLIENTID,
              L-COMPTE-AGENCE.
           MOVE 'NON AFFECT' TO WS-NPA-AGENCE.
           IF L-CLIENT-NOM NOT = 'MODE DEGRADE'
              AND L-COMPTE-AGENCE NOT = SPACES
              MOVE L-COMPTE-AGENCE TO WS-NPA-AGENCE
           END-IF.

           OPEN EXTEND NPAIALERTE.
           IF WS-NPAIALERTE-STATUS = "35"
              CLOSE NPAIALERTE
              OPEN OUTPUT NPAIALERTE
           END-IF.
           IF WS-NPAIALERTE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO NPAIALERTE-LINE.
           STRING WS-NPA-TODAY " AGENCE " WS-NPA-AGENCE
              " CLIENT " WS-NPA-IN-CLIENT
              " NPAI " WS-NPA-IN-DATE " " WS-NPA-IN-DOCUMENT
              " : OBTENIR LA NOUVELLE ADRESSE"
              DELIMITED BY SIZE INTO NPAIALERTE-LINE.
           WRITE NPAIALERTE-LINE.
           CLOSE NPAIALERTE.
           CALL 'spoolreg' USING WS-NPA-SPOOL-NOM,
              WS-NPA-SPOOL-FICHIER.

      *> registre des prestataires tiers DSP2 (agregateurs,
      *> applications de budget) admis a interroger les comptes des
      *> clients qui y consentent depuis ACTIVITY2CLIENT. Un
      *> prestataire SUSPENDU (agrement retire) n'est plus servi par
      *> dsp2batch et ne peut plus recevoir de consentement.
       0800-PRESTATAIRES-DSP2.
           PERFORM 0801-LOAD-PRESTA-DSP2.
           INITIALIZE WSMSG.
           MOVE 1 TO WS-DPR-CURRENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-DPR-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-DPR-TODAY-ISO.

           PERFORM FOREVER
              MOVE SPACES TO WS-DPR-IN-CODE
              MOVE SPACES TO WS-DPR-IN-NOM
              MOVE SPACES TO WS-DPR-IN-AGREMENT
              MOVE SPACES TO WS-DPR-IN-PAYS

              DISPLAY HEADER-SCREEN
              DISPLAY PRESTATAIRES-DSP2-SCREEN
              ACCEPT PRESTATAIRES-DSP2-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0802-AJOUTER-PRESTA-DSP2

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    IF WS-DPR-CURRENT < WS-DPR-COUNT
                       ADD 1 TO WS-DPR-CURRENT
                    ELSE
                       MOVE 1 TO WS-DPR-CURRENT
                    END-IF

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0805-BASCULER-PRESTA-DSP2

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Ajouter F2-Suiv F3-Susp/Reac F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0801-LOAD-PRESTA-DSP2.
           MOVE 0 TO WS-DPR-COUNT.
           INITIALIZE WS-DPR-TABLE.
           OPEN INPUT DSP2PRESTA.
           IF WS-DSP2PRESTA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-DPR-EOF.
           READ DSP2PRESTA
              AT END MOVE 'OUI' TO WS-DPR-EOF
           END-READ.
           PERFORM UNTIL WS-DPR-EOF = 'OUI'
              IF WS-DPR-COUNT < 200
                 ADD 1 TO WS-DPR-COUNT
                 MOVE DSP2PRESTA-RECORD TO WS-DPR-ENTRY(WS-DPR-COUNT)
              END-IF
              READ DSP2PRESTA
                 AT END MOVE 'OUI' TO WS-DPR-EOF
              END-READ
           END-PERFORM.
           CLOSE DSP2PRESTA.

      *> ajout : code unique, nom et numero d'agrement requis
       0802-AJOUTER-PRESTA-DSP2.
           MOVE FUNCTION UPPER-CASE(WS-DPR-IN-CODE) TO WS-DPR-IN-CODE.
           MOVE FUNCTION UPPER-CASE(WS-DPR-IN-PAYS) TO WS-DPR-IN-PAYS.
           IF WS-DPR-IN-CODE = SPACES
              OR WS-DPR-IN-NOM = SPACES
              OR WS-DPR-IN-AGREMENT = SPACES
              MOVE "Code, nom et agrement requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-DPR-IN-PAYS = SPACES
              MOVE 'FR' TO WS-DPR-IN-PAYS
           END-IF.

           PERFORM 0803-CHERCHER-PRESTA-DSP2.
           IF WS-DPR-FOUND > 0
              MOVE "Code prestataire deja pris" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-DPR-COUNT NOT < 200
              MOVE "Registre des prestataires plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DPR-COUNT.
           MOVE WS-DPR-COUNT TO WS-DPR-FOUND.
           MOVE WS-DPR-IN-CODE TO WS-DPT-CODE(WS-DPR-FOUND).
           MOVE WS-DPR-IN-NOM TO WS-DPT-NOM(WS-DPR-FOUND).
           MOVE WS-DPR-IN-AGREMENT TO WS-DPT-AGREMENT(WS-DPR-FOUND).
           MOVE WS-DPR-IN-PAYS TO WS-DPT-PAYS(WS-DPR-FOUND).
           MOVE WS-DPR-TODAY-ISO TO WS-DPT-DATE-AJOUT(WS-DPR-FOUND).
           MOVE 'ACTIF' TO WS-DPT-STATUT(WS-DPR-FOUND).
           MOVE WS-DPR-FOUND TO WS-DPR-CURRENT.
           PERFORM 0809-REWRITE-PRESTA-DSP2.

           MOVE "AJOUT PRESTATAIRE DSP2" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "PRESTATAIRE " WS-DPR-IN-CODE " "
              WS-DPR-IN-NOM " AGREMENT " WS-DPR-IN-AGREMENT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Prestataire ajoute" TO WSMSG.

       0803-CHERCHER-PRESTA-DSP2.
           MOVE 0 TO WS-DPR-FOUND.
           PERFORM VARYING WS-DPR-IDX FROM 1 BY 1
              UNTIL WS-DPR-IDX > WS-DPR-COUNT
              IF WS-DPT-CODE(WS-DPR-IDX) = WS-DPR-IN-CODE
                 MOVE WS-DPR-IDX TO WS-DPR-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> suspension (agrement retire ou suspendu) ou reactivation du
      *> prestataire affiche
       0805-BASCULER-PRESTA-DSP2.
           IF WS-DPR-COUNT = 0
              MOVE "Registre vide" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DPR-CURRENT TO WS-DPR-FOUND.
           IF WS-DPT-STATUT(WS-DPR-FOUND) = 'ACTIF'
              MOVE 'SUSPENDU' TO WS-DPT-STATUT(WS-DPR-FOUND)
              MOVE "Prestataire suspendu" TO WSMSG
           ELSE
              MOVE 'ACTIF' TO WS-DPT-STATUT(WS-DPR-FOUND)
              MOVE "Prestataire reactive" TO WSMSG
           END-IF.
           PERFORM 0809-REWRITE-PRESTA-DSP2.

           MOVE "STATUT PRESTATAIRE DSP2" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "PRESTATAIRE " WS-DPT-CODE(WS-DPR-FOUND) " "
              WS-DPT-STATUT(WS-DPR-FOUND)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

       0809-REWRITE-PRESTA-DSP2.
           OPEN OUTPUT DSP2PRESTA.
           PERFORM VARYING WS-DPR-IDX FROM 1 BY 1
              UNTIL WS-DPR-IDX > WS-DPR-COUNT
              MOVE WS-DPR-ENTRY(WS-DPR-IDX) TO DSP2PRESTA-RECORD
              WRITE DSP2PRESTA-RECORD
           END-PERFORM.
           CLOSE DSP2PRESTA.

      *> portefeuilles des conseillers : chaque client a un
      *> conseiller attitre (CONSEILLERS.DAT, une ligne par periode,
      *> la ligne sans date de fin est l'affectation courante). Les
      *> taches des batchs (KYC, seuils, AML) et les reclamations
      *> tombent dans la corbeille de ce conseiller (tacheconseil),
      *> POOL quand le client n'est affecte a personne. Au depart
      *> d'un conseiller, tout son portefeuille et ses taches
      *> ouvertes passent d'un coup a son successeur.
       0810-PORTEFEUILLES-CONSEIL.
           PERFORM 0811-LOAD-CONSEILLERS.
           INITIALIZE WSMSG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-CSL-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-CSL-TODAY-ISO.
           MOVE ZEROES TO WS-CSL-IN-IDCLIENT.
           MOVE SPACES TO WS-CSL-IN-CONSEILLER.
           MOVE SPACES TO WS-CSL-IN-ANCIEN.
           MOVE SPACES TO WS-CSL-AFF-CONSEILLER.
           MOVE SPACES TO WS-CSL-AFF-NOM.
           MOVE SPACES TO WS-CSL-AFF-DEPUIS.
           MOVE ZEROES TO WS-CSL-AFF-CLIENTS.
           MOVE ZEROES TO WS-CSL-AFF-TACHES.

           PERFORM FOREVER
              DISPLAY HEADER-SCREEN
              DISPLAY PORTEFEUILLES-CONSEIL-SCREEN
              ACCEPT PORTEFEUILLES-CONSEIL-SCREEN
              MOVE wRetCode TO WS-FNC-KEY
              MOVE FUNCTION UPPER-CASE(WS-CSL-IN-CONSEILLER)
                 TO WS-CSL-IN-CONSEILLER
              MOVE FUNCTION UPPER-CASE(WS-CSL-IN-ANCIEN)
                 TO WS-CSL-IN-ANCIEN

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0812-AFFICHER-CONSEIL

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    PERFORM 0813-AFFECTER-CONSEIL

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0815-REAFFECTER-MASSE

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Afficher F2-Affecter F3-Reaff. F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0811-LOAD-CONSEILLERS.
           MOVE 0 TO WS-CSL-COUNT.
           MOVE 'NON' TO WS-CSL-TRONQUE.
           INITIALIZE WS-CSL-TABLE.
           OPEN INPUT CONSEILLERS.
           IF WS-CONSEILLERS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-CSL-EOF.
           READ CONSEILLERS
              AT END MOVE 'OUI' TO WS-CSL-EOF
           END-READ.
           PERFORM UNTIL WS-CSL-EOF = 'OUI'
              IF WS-CSL-COUNT < 3000
                 ADD 1 TO WS-CSL-COUNT
                 MOVE CONSEILLER-RECORD TO WS-CSL-ENTRY(WS-CSL-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-CSL-TRONQUE
              END-IF
              READ CONSEILLERS
                 AT END MOVE 'OUI' TO WS-CSL-EOF
              END-READ
           END-PERFORM.
           CLOSE CONSEILLERS.

      *> un client saisi : son conseiller courant ; sinon le
      *> conseiller saisi. Dans les deux cas, taille du portefeuille
      *> et taches ouvertes du conseiller
       0812-AFFICHER-CONSEIL.
           MOVE SPACES TO WS-CSL-AFF-DEPUIS.
           IF WS-CSL-IN-IDCLIENT > 0
              MOVE 'POOL' TO WS-CSL-AFF-CONSEILLER
              PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
                 UNTIL WS-CSL-IDX > WS-CSL-COUNT
                 IF WS-CST-IDCLIENT(WS-CSL-IDX) = WS-CSL-IN-IDCLIENT
                    AND WS-CST-DATE-FIN(WS-CSL-IDX) = SPACES
                    MOVE WS-CST-CONSEILLER(WS-CSL-IDX)
                       TO WS-CSL-AFF-CONSEILLER
                    MOVE WS-CST-DATE-DEBUT(WS-CSL-IDX)
                       TO WS-CSL-AFF-DEPUIS
                 END-IF
              END-PERFORM
              IF WS-CSL-AFF-CONSEILLER = 'POOL'
                 MOVE "Client sans conseiller attitre" TO WSMSG
              END-IF
           ELSE
              IF WS-CSL-IN-CONSEILLER = SPACES
                 MOVE "Saisir un client ou un conseiller" TO WSMSG
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-CSL-IN-CONSEILLER TO WS-CSL-AFF-CONSEILLER
           END-IF.
           PERFORM 0818-CONTROLER-CONSEILLER.

           MOVE 0 TO WS-CSL-NB-CLIENTS.
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
              UNTIL WS-CSL-IDX > WS-CSL-COUNT
              IF WS-CST-CONSEILLER(WS-CSL-IDX) = WS-CSL-AFF-CONSEILLER
                 AND WS-CST-DATE-FIN(WS-CSL-IDX) = SPACES
                 ADD 1 TO WS-CSL-NB-CLIENTS
              END-IF
           END-PERFORM.
           MOVE WS-CSL-NB-CLIENTS TO WS-CSL-AFF-CLIENTS.

           PERFORM 0821-LOAD-TACHES-CONS.
           MOVE 0 TO WS-CSL-NB-TACHES.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
              UNTIL WS-TCH-IDX > WS-TCH-COUNT
              IF WS-TCT-CONSEILLER(WS-TCH-IDX) = WS-CSL-AFF-CONSEILLER
                 AND WS-TCT-STATUT(WS-TCH-IDX) = 'OUVERTE'
                 ADD 1 TO WS-CSL-NB-TACHES
              END-IF
           END-PERFORM.
           MOVE WS-CSL-NB-TACHES TO WS-CSL-AFF-TACHES.

      *> affectation (ou changement de conseiller) d'un client : la
      *> ligne courante est close a la date du jour, la nouvelle
      *> ouverte, et les taches ouvertes du client suivent
       0813-AFFECTER-CONSEIL.
           IF WS-OPER-ROLE NOT = "SUPERVISEUR"
              MOVE "Affectation reservee au superviseur" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CSL-IN-IDCLIENT = 0
              OR WS-CSL-IN-CONSEILLER = SPACES
              MOVE "Client et conseiller requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CSL-TRONQUE = 'OUI'
              MOVE "Registre des conseillers trop grand" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSL-IN-CONSEILLER TO WS-CSL-AFF-CONSEILLER.
           PERFORM 0818-CONTROLER-CONSEILLER.
           IF WS-CSL-CONS-VALIDE NOT = 'OUI'
              MOVE "Conseiller inconnu ou inactif" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'POOL' TO WS-TCH-DE.
           MOVE 0 TO WS-TCH-TROUVE.
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
              UNTIL WS-CSL-IDX > WS-CSL-COUNT
              IF WS-CST-IDCLIENT(WS-CSL-IDX) = WS-CSL-IN-IDCLIENT
                 AND WS-CST-DATE-FIN(WS-CSL-IDX) = SPACES
                 MOVE WS-CST-CONSEILLER(WS-CSL-IDX) TO WS-TCH-DE
                 MOVE WS-CSL-IDX TO WS-TCH-TROUVE
              END-IF
           END-PERFORM.
           IF WS-TCH-DE = WS-CSL-IN-CONSEILLER
              MOVE "Client deja affecte a ce conseiller" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CSL-COUNT NOT < 3000
              MOVE "Registre des conseillers plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           IF WS-TCH-TROUVE > 0
              MOVE WS-CSL-TODAY-ISO TO WS-CST-DATE-FIN(WS-TCH-TROUVE)
           END-IF.
           ADD 1 TO WS-CSL-COUNT.
           MOVE WS-CSL-IN-IDCLIENT TO WS-CST-IDCLIENT(WS-CSL-COUNT).
           MOVE WS-CSL-IN-CONSEILLER
              TO WS-CST-CONSEILLER(WS-CSL-COUNT).
           MOVE WS-CSL-TODAY-ISO TO WS-CST-DATE-DEBUT(WS-CSL-COUNT).
           MOVE SPACES TO WS-CST-DATE-FIN(WS-CSL-COUNT).
           IF WS-TCH-TROUVE > 0
              MOVE 'REAFFECTATION' TO WS-CST-MOTIF(WS-CSL-COUNT)
           ELSE
              MOVE 'AFFECTATION' TO WS-CST-MOTIF(WS-CSL-COUNT)
           END-IF.
           MOVE WS-OPER-ID TO WS-CST-OPERATEUR(WS-CSL-COUNT).
           PERFORM 0819-REWRITE-CONSEILLERS.

           MOVE WS-CSL-IN-CONSEILLER TO WS-TCH-VERS.
           MOVE WS-CSL-IN-IDCLIENT TO WS-TCH-CLIENT-SEUL.
           PERFORM 0825-TRANSFERER-TACHES.

           MOVE "AFFECTATION CONSEIL" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CLIENT " WS-CSL-IN-IDCLIENT " DE " WS-TCH-DE
              " VERS " WS-CSL-IN-CONSEILLER " TACHES "
              WS-TCH-NB-TRANSF
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE ZEROES TO WS-CSL-IN-IDCLIENT.
           PERFORM 0812-AFFICHER-CONSEIL.
           MOVE "Client affecte au conseiller" TO WSMSG.

      *> depart d'un conseiller : tout son portefeuille courant passe
      *> au conseiller saisi, avec ses taches encore ouvertes
       0815-REAFFECTER-MASSE.
           IF WS-OPER-ROLE NOT = "SUPERVISEUR"
              MOVE "Reaffectation reservee au superviseur" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CSL-IN-ANCIEN = SPACES
              OR WS-CSL-IN-CONSEILLER = SPACES
              MOVE "Ancien et nouveau conseiller requis" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CSL-IN-ANCIEN = WS-CSL-IN-CONSEILLER
              MOVE "Ancien et nouveau identiques" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CSL-TRONQUE = 'OUI'
              MOVE "Registre des conseillers trop grand" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSL-IN-CONSEILLER TO WS-CSL-AFF-CONSEILLER.
           PERFORM 0818-CONTROLER-CONSEILLER.
           IF WS-CSL-CONS-VALIDE NOT = 'OUI'
              MOVE "Conseiller inconnu ou inactif" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CSL-NB-CLIENTS.
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
              UNTIL WS-CSL-IDX > WS-CSL-COUNT
              IF WS-CST-CONSEILLER(WS-CSL-IDX) = WS-CSL-IN-ANCIEN
                 AND WS-CST-DATE-FIN(WS-CSL-IDX) = SPACES
                 ADD 1 TO WS-CSL-NB-CLIENTS
              END-IF
           END-PERFORM.
           IF WS-CSL-COUNT + WS-CSL-NB-CLIENTS > 3000
              MOVE "Registre des conseillers plein" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CSL-NB-REAFFECTES.
           MOVE WS-CSL-COUNT TO WS-CSL-FIN-TABLE.
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
              UNTIL WS-CSL-IDX > WS-CSL-FIN-TABLE
              IF WS-CST-CONSEILLER(WS-CSL-IDX) = WS-CSL-IN-ANCIEN
                 AND WS-CST-DATE-FIN(WS-CSL-IDX) = SPACES
                 MOVE WS-CSL-TODAY-ISO TO WS-CST-DATE-FIN(WS-CSL-IDX)
                 ADD 1 TO WS-CSL-COUNT
                 MOVE WS-CST-IDCLIENT(WS-CSL-IDX)
                    TO WS-CST-IDCLIENT(WS-CSL-COUNT)
                 MOVE WS-CSL-IN-CONSEILLER
                    TO WS-CST-CONSEILLER(WS-CSL-COUNT)
                 MOVE WS-CSL-TODAY-ISO
                    TO WS-CST-DATE-DEBUT(WS-CSL-COUNT)
                 MOVE SPACES TO WS-CST-DATE-FIN(WS-CSL-COUNT)
                 MOVE 'REAFFECTATION MASSE'
                    TO WS-CST-MOTIF(WS-CSL-COUNT)
                 MOVE WS-OPER-ID TO WS-CST-OPERATEUR(WS-CSL-COUNT)
                 ADD 1 TO WS-CSL-NB-REAFFECTES
              END-IF
           END-PERFORM.
           IF WS-CSL-NB-REAFFECTES = 0
              MOVE "Aucun client pour cet ancien conseiller" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0819-REWRITE-CONSEILLERS.

           MOVE WS-CSL-IN-ANCIEN TO WS-TCH-DE.
           MOVE WS-CSL-IN-CONSEILLER TO WS-TCH-VERS.
           MOVE 0 TO WS-TCH-CLIENT-SEUL.
           PERFORM 0825-TRANSFERER-TACHES.

           MOVE "REAFFECTATION MASSE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "DE " WS-CSL-IN-ANCIEN " VERS "
              WS-CSL-IN-CONSEILLER " CLIENTS " WS-CSL-NB-REAFFECTES
              " TACHES " WS-TCH-NB-TRANSF
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE ZEROES TO WS-CSL-IN-IDCLIENT.
           PERFORM 0812-AFFICHER-CONSEIL.
           MOVE "Portefeuille reaffecte" TO WSMSG.

      *> le conseiller doit etre un operateur ACTIF d'OPERATEURS.DAT
       0818-CONTROLER-CONSEILLER.
           MOVE 'NON' TO WS-CSL-CONS-VALIDE.
           MOVE SPACES TO WS-CSL-AFF-NOM.
           IF WS-CSL-AFF-CONSEILLER = 'POOL'
              MOVE "CORBEILLE COMMUNE" TO WS-CSL-AFF-NOM
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-OPERATEURS.
           OPEN INPUT OPERATEURS.
           READ OPERATEURS
              AT END MOVE 'OUI' TO WS-EOF-OPERATEURS
           END-READ.
           PERFORM UNTIL WS-EOF-OPERATEURS = 'OUI'
              IF OP-ID = WS-CSL-AFF-CONSEILLER
                 MOVE OP-NOM TO WS-CSL-AFF-NOM
                 IF OP-STATUT = 'ACTIF'
                    MOVE 'OUI' TO WS-CSL-CONS-VALIDE
                 END-IF
                 MOVE 'OUI' TO WS-EOF-OPERATEURS
              ELSE
                 READ OPERATEURS
                    AT END MOVE 'OUI' TO WS-EOF-OPERATEURS
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE OPERATEURS.

       0819-REWRITE-CONSEILLERS.
           OPEN OUTPUT CONSEILLERS.
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
              UNTIL WS-CSL-IDX > WS-CSL-COUNT
              MOVE WS-CSL-ENTRY(WS-CSL-IDX) TO CONSEILLER-RECORD
              WRITE CONSEILLER-RECORD
           END-PERFORM.
           CLOSE CONSEILLERS.

      *> corbeille : taches ouvertes du conseiller (l'operateur
      *> connecte par defaut, POOL pour les clients sans conseiller),
      *> une a la fois ; une tache traitee garde la date et l'auteur
       0820-CORBEILLE-CONSEIL.
           INITIALIZE WSMSG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-CSL-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-CSL-TODAY-ISO.
           MOVE WS-OPER-ID TO WS-TCH-IN-CONSEILLER.
           PERFORM 0821-LOAD-TACHES-CONS.
           MOVE 0 TO WS-TCH-CURRENT.
           PERFORM 0822-TACHE-SUIVANTE.

           PERFORM FOREVER
              DISPLAY HEADER-SCREEN
              DISPLAY CORBEILLE-CONSEIL-SCREEN
              ACCEPT CORBEILLE-CONSEIL-SCREEN
              MOVE wRetCode TO WS-FNC-KEY
              MOVE FUNCTION UPPER-CASE(WS-TCH-IN-CONSEILLER)
                 TO WS-TCH-IN-CONSEILLER

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0821-LOAD-TACHES-CONS
                    MOVE 0 TO WS-TCH-CURRENT
                    PERFORM 0822-TACHE-SUIVANTE

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    PERFORM 0822-TACHE-SUIVANTE

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0824-TRAITER-TACHE

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Charger F2-Suiv F3-Traitee F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0821-LOAD-TACHES-CONS.
           MOVE 0 TO WS-TCH-COUNT.
           MOVE 'NON' TO WS-TCH-TRONQUE.
           INITIALIZE WS-TCH-TABLE.
           OPEN INPUT TACHESCONS.
           IF WS-TACHESCONS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-TCH-EOF.
           READ TACHESCONS
              AT END MOVE 'OUI' TO WS-TCH-EOF
           END-READ.
           PERFORM UNTIL WS-TCH-EOF = 'OUI'
              IF TCH-STATUT = 'OUVERTE'
                 IF WS-TCH-COUNT < 2000
                    ADD 1 TO WS-TCH-COUNT
                    MOVE TACHECONS-RECORD
                       TO WS-TCH-ENTRY(WS-TCH-COUNT)
                 ELSE
                    MOVE 'OUI' TO WS-TCH-TRONQUE
                 END-IF
              END-IF
              READ TACHESCONS
                 AT END MOVE 'OUI' TO WS-TCH-EOF
              END-READ
           END-PERFORM.
           CLOSE TACHESCONS.

      *> tache ouverte suivante du conseiller, en repartant du debut
      *> apres la derniere
       0822-TACHE-SUIVANTE.
           MOVE 0 TO WS-TCH-TROUVE.
           MOVE 0 TO WS-TCH-NB-OUVERTES.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
              UNTIL WS-TCH-IDX > WS-TCH-COUNT
              IF WS-TCT-CONSEILLER(WS-TCH-IDX) = WS-TCH-IN-CONSEILLER
                 AND WS-TCT-STATUT(WS-TCH-IDX) = 'OUVERTE'
                 ADD 1 TO WS-TCH-NB-OUVERTES
                 IF WS-TCH-IDX > WS-TCH-CURRENT
                    AND WS-TCH-TROUVE = 0
                    MOVE WS-TCH-IDX TO WS-TCH-TROUVE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-TCH-NB-OUVERTES TO WS-TCH-AFF-OUVERTES.
           IF WS-TCH-TROUVE = 0
              PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                 UNTIL WS-TCH-IDX > WS-TCH-COUNT
                 OR WS-TCH-TROUVE > 0
                 IF WS-TCT-CONSEILLER(WS-TCH-IDX)
                    = WS-TCH-IN-CONSEILLER
                    AND WS-TCT-STATUT(WS-TCH-IDX) = 'OUVERTE'
                    MOVE WS-TCH-IDX TO WS-TCH-TROUVE
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WS-TCH-TROUVE TO WS-TCH-CURRENT.
           PERFORM 0823-AFFICHER-TACHE.
           IF WS-TCH-CURRENT = 0
              MOVE "Aucune tache ouverte" TO WSMSG
           END-IF.
      *>    plus de taches ouvertes que la table : les plus recentes
      *>    viendront a mesure que les premieres seront traitees
           IF WS-TCH-TRONQUE = 'OUI' AND WSMSG = SPACES
              MOVE "Plus de 2000 ouvertes" TO WSMSG
           END-IF.

       0823-AFFICHER-TACHE.
           IF WS-TCH-CURRENT = 0
              MOVE ZEROES TO WS-TCH-AFF-NUMERO
              MOVE ZEROES TO WS-TCH-AFF-IDCLIENT
              MOVE SPACES TO WS-TCH-AFF-ORIGINE
              MOVE SPACES TO WS-TCH-AFF-DATE
              MOVE SPACES TO WS-TCH-AFF-STATUT
              MOVE SPACES TO WS-TCH-AFF-LIBELLE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TCT-NUMERO(WS-TCH-CURRENT) TO WS-TCH-AFF-NUMERO.
           MOVE WS-TCT-IDCLIENT(WS-TCH-CURRENT) TO WS-TCH-AFF-IDCLIENT.
           MOVE WS-TCT-ORIGINE(WS-TCH-CURRENT) TO WS-TCH-AFF-ORIGINE.
           MOVE WS-TCT-DATE(WS-TCH-CURRENT) TO WS-TCH-AFF-DATE.
           MOVE WS-TCT-STATUT(WS-TCH-CURRENT) TO WS-TCH-AFF-STATUT.
           MOVE WS-TCT-LIBELLE(WS-TCH-CURRENT) TO WS-TCH-AFF-LIBELLE.

       0824-TRAITER-TACHE.
           IF WS-TCH-CURRENT = 0
              MOVE "Aucune tache affichee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-TCT-STATUT(WS-TCH-CURRENT) NOT = 'OUVERTE'
              MOVE "Tache deja traitee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TCT-NUMERO(WS-TCH-CURRENT) TO WS-TCH-CIBLE.
           MOVE 'T' TO WS-TCH-MODE.
           PERFORM 0826-FLUX-TACHES-CONS.
           IF WS-TCH-NB-MAJ = 0
              PERFORM 0821-LOAD-TACHES-CONS
              MOVE 0 TO WS-TCH-CURRENT
              PERFORM 0822-TACHE-SUIVANTE
              MOVE "Tache deja traitee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE "TACHE TRAITEE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "TACHE " WS-TCT-NUMERO(WS-TCH-CURRENT) " CLIENT "
              WS-TCT-IDCLIENT(WS-TCH-CURRENT) " "
              WS-TCT-ORIGINE(WS-TCH-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           PERFORM 0821-LOAD-TACHES-CONS.
           MOVE 0 TO WS-TCH-CURRENT.
           PERFORM 0822-TACHE-SUIVANTE.
           MOVE "Tache marquee traitee" TO WSMSG.

      *> taches ouvertes de WS-TCH-DE passees a WS-TCH-VERS : pour
      *> un seul client (WS-TCH-CLIENT-SEUL), celles du POOL suivent
      *> aussi ; sinon tout le portefeuille de l'ancien conseiller
       0825-TRANSFERER-TACHES.
           MOVE 'R' TO WS-TCH-MODE.
           PERFORM 0826-FLUX-TACHES-CONS.
           MOVE WS-TCH-NB-MAJ TO WS-TCH-NB-TRANSF.

      *> TACHESCONS.DAT relu ligne a ligne vers TACHESCONS.TMP avec
      *> la mise a jour WS-TCH-MODE, sans limite de taille : les
      *> taches deposees depuis le chargement par tacheconseil
      *> (kycbatch, seuilalertbatch, amlbatch, reclamations) sont
      *> reprises telles quelles. Recopie si WS-TCH-NB-MAJ > 0.
       0826-FLUX-TACHES-CONS.
           MOVE 0 TO WS-TCH-NB-MAJ.
           OPEN INPUT TACHESCONS.
           IF WS-TACHESCONS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TACHESCONSTMP.
           MOVE 'NON' TO WS-TCH-EOF.
           READ TACHESCONS
              AT END MOVE 'OUI' TO WS-TCH-EOF
           END-READ.
           PERFORM UNTIL WS-TCH-EOF = 'OUI'
              IF TCH-STATUT = 'OUVERTE'
                 PERFORM 0827-METTRE-A-JOUR-TACHE
              END-IF
              WRITE TACHESCONSTMP-RECORD FROM TACHECONS-RECORD
              READ TACHESCONS
                 AT END MOVE 'OUI' TO WS-TCH-EOF
              END-READ
           END-PERFORM.
           CLOSE TACHESCONS.
           CLOSE TACHESCONSTMP.
           IF WS-TCH-NB-MAJ > 0
              PERFORM 0829-RECOPIER-TACHES-CONS
           END-IF.

      *> tache OUVERTE sous les yeux : traitee si c'est la cible ;
      *> en reaffectation, pour un seul client (WS-TCH-CLIENT-SEUL)
      *> celles du POOL suivent aussi, sinon tout le portefeuille de
      *> l'ancien conseiller
       0827-METTRE-A-JOUR-TACHE.
           IF WS-TCH-MODE = 'T'
              IF TCH-NUMERO = WS-TCH-CIBLE
                 MOVE 'TRAITEE' TO TCH-STATUT
                 MOVE WS-CSL-TODAY-ISO TO TCH-DATE-TRAIT
                 MOVE WS-OPER-ID TO TCH-TRAITE-PAR
                 ADD 1 TO WS-TCH-NB-MAJ
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-TCH-CLIENT-SEUL = 0
              IF TCH-CONSEILLER = WS-TCH-DE
                 MOVE WS-TCH-VERS TO TCH-CONSEILLER
                 ADD 1 TO WS-TCH-NB-MAJ
              END-IF
           ELSE
              IF TCH-IDCLIENT = WS-TCH-CLIENT-SEUL
                 AND (TCH-CONSEILLER = WS-TCH-DE
                 OR TCH-CONSEILLER = 'POOL')
                 MOVE WS-TCH-VERS TO TCH-CONSEILLER
                 ADD 1 TO WS-TCH-NB-MAJ
              END-IF
           END-IF.

       0829-RECOPIER-TACHES-CONS.
           OPEN INPUT TACHESCONSTMP.
           OPEN OUTPUT TACHESCONS.
           MOVE 'NON' TO WS-TCH-EOF.
           READ TACHESCONSTMP
              AT END MOVE 'OUI' TO WS-TCH-EOF
           END-READ.
           PERFORM UNTIL WS-TCH-EOF = 'OUI'
              MOVE TACHESCONSTMP-RECORD TO TACHECONS-RECORD
              WRITE TACHECONS-RECORD
              READ TACHESCONSTMP
                 AT END MOVE 'OUI' TO WS-TCH-EOF
              END-READ
           END-PERFORM.
           CLOSE TACHESCONSTMP.
           CLOSE TACHESCONS.

      *>------------------------------------------------------------------------
      *> remise de cheques tires sur d'autres banques : chaque cheque
      *> est credite sauf bonne fin des sa saisie (entreeargent,
      *> libelle REMISE CHQ), date de valeur de la regle REMISE
      *> CHEQUE de cutoffrule, fonds retenus du disponible jusqu'a
      *> la date de valeur plus le delai de REMCHQPARM.DAT (jours
      *> ouvres). Un bordereau annonce depuis ACTIVITY2CLIENT est
      *> recu ici quand le client depose les cheques. L'envoi en
      *> compensation est fait par chqremisebatch, les impayes
      *> repris par chqimpayebatch.
       0830-REMISE-CHEQUES.
           INITIALIZE WSMSG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-RCQ-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-RCQ-TODAY-ISO.
           PERFORM 0832-LIRE-REMCHQPARM.
           MOVE ZEROES TO WS-RCQ-IN-COMPTEID.
           MOVE ZEROES TO WS-RCQ-IN-BORDEREAU.
           MOVE ZEROES TO WS-RCQ-BORDEREAU.
           MOVE ZEROES TO WS-RCQ-TOTAL.
           MOVE ZEROES TO WS-RCQ-NB-CREDITES.
           PERFORM 0837-VIDER-SAISIE.
           PERFORM 0838-AFFICHER-BORDEREAU.

           PERFORM FOREVER
              DISPLAY HEADER-SCREEN
              DISPLAY REMISE-CHEQUES-SCREEN
              ACCEPT REMISE-CHEQUES-SCREEN
              MOVE wRetCode TO WS-FNC-KEY
              MOVE FUNCTION UPPER-CASE(WS-RCQ-IN-TIREUR)
                 TO WS-RCQ-IN-TIREUR

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0834-AJOUTER-CHEQUE

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    MOVE ZEROES TO WS-RCQ-BORDEREAU
                    MOVE ZEROES TO WS-RCQ-TOTAL
                    MOVE ZEROES TO WS-RCQ-NB-CREDITES
                    PERFORM 0837-VIDER-SAISIE
                    PERFORM 0838-AFFICHER-BORDEREAU
                    MOVE "Nouveau bordereau" TO WSMSG

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0835-RECEVOIR-ANNONCE

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Crediter F2-Nouveau F3-Annonce F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0831-LOAD-REMISECHQ.
           MOVE 0 TO WS-RCQ-COUNT.
           MOVE ZEROES TO WS-RCQ-DERNIER.
           MOVE ZEROES TO WS-RCQ-DERNIER-BORD.
           MOVE 'NON' TO WS-RCQ-TRONQUE.
           INITIALIZE WS-RCQ-TABLE.
           OPEN INPUT REMISECHQ.
           IF WS-REMISECHQ-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-RCQ-EOF.
           READ REMISECHQ
              AT END MOVE 'OUI' TO WS-RCQ-EOF
           END-READ.
           PERFORM UNTIL WS-RCQ-EOF = 'OUI'
              IF RCQ-NUMERO > WS-RCQ-DERNIER
                 MOVE RCQ-NUMERO TO WS-RCQ-DERNIER
              END-IF
              IF RCQ-BORDEREAU > WS-RCQ-DERNIER-BORD
                 MOVE RCQ-BORDEREAU TO WS-RCQ-DERNIER-BORD
              END-IF
              IF WS-RCQ-COUNT < 3000
                 ADD 1 TO WS-RCQ-COUNT
                 MOVE REMISECHQ-RECORD TO WS-RCQ-ENTRY(WS-RCQ-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-RCQ-TRONQUE
              END-IF
              READ REMISECHQ
                 AT END MOVE 'OUI' TO WS-RCQ-EOF
              END-READ
           END-PERFORM.
           CLOSE REMISECHQ.

      *> delai de disponibilite en jours ouvres apres la date de
      *> valeur, 2 par defaut
       0832-LIRE-REMCHQPARM.
           MOVE 2 TO WS-RCQ-DELAI-DISPO.
           OPEN INPUT REMCHQPARM.
           IF WS-REMCHQPARM-STATUS = "00"
              READ REMCHQPARM
                 NOT AT END
                    MOVE RCP-DELAI-DISPO TO WS-RCQ-DELAI-DISPO
              END-READ
              CLOSE REMCHQPARM
           END-IF.

      *> premier titulaire (hors procuration) du compte, zero si le
      *> compte n'a pas de titulaire
       0833-TITULAIRE-COMPTE.
           MOVE ZEROES TO WS-RCQ-IDCLIENT.
           OPEN INPUT TITULAIRES.
           IF WS-TITULAIRES-IXST NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-RCQ-EOF.
           READ TITULAIRES
              AT END MOVE 'OUI' TO WS-RCQ-EOF
           END-READ.
           PERFORM UNTIL WS-RCQ-EOF = 'OUI'
              IF TIT-COMPTEID = WS-RCQ-COMPTEID-OP
                 AND TIT-ROLE(1:11) NOT = 'PROCURATION'
                 MOVE TIT-IDCLIENT TO WS-RCQ-IDCLIENT
                 MOVE 'OUI' TO WS-RCQ-EOF
              ELSE
                 READ TITULAIRES
                    AT END MOVE 'OUI' TO WS-RCQ-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE TITULAIRES.

      *> un cheque saisi au guichet : ligne GUICHET ajoutee au
      *> bordereau en cours puis creditee ; un cheque deja remis
      *> (meme banque tiree, meme numero, pas revenu impaye) est
      *> refuse, un cheque annonce se recoit avec son bordereau
       0834-AJOUTER-CHEQUE.
           PERFORM 0117-TESTER-FENETRE-NUIT.
           IF WS-FN-ETAT = 'OUVERTE'
              MOVE "Nuit en cours : plus tard" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-RCQ-IN-COMPTEID = ZEROES
              OR WS-RCQ-IN-NUMCHEQUE = ZEROES
              OR WS-RCQ-IN-BANQUE = ZEROES
              OR WS-RCQ-IN-MONTANT = ZEROES
              MOVE "Compte, cheque, banque et montant requis"
                 TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-RCQ-IN-COMPTEID TO WS-RCQ-COMPTEID-OP.
           PERFORM 0833-TITULAIRE-COMPTE.
           IF WS-RCQ-IDCLIENT = ZEROES
              MOVE "Compte sans titulaire" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0831-LOAD-REMISECHQ.
           IF WS-RCQ-TRONQUE = 'OUI' OR WS-RCQ-COUNT NOT < 3000
              MOVE "Registre des remises plein, saisie refusee"
                 TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RCQ-IDX FROM 1 BY 1
              UNTIL WS-RCQ-IDX > WS-RCQ-COUNT
              IF WS-RCT-NUMCHEQUE(WS-RCQ-IDX) = WS-RCQ-IN-NUMCHEQUE
                 AND WS-RCT-BANQUE-TIREE(WS-RCQ-IDX) = WS-RCQ-IN-BANQUE
                 AND WS-RCT-STATUT(WS-RCQ-IDX) NOT = 'IMPAYE'
                 IF WS-RCT-STATUT(WS-RCQ-IDX) = 'ANNONCE'
                    MOVE "Cheque annonce : F3 avec son bordereau"
                       TO WSMSG
                 ELSE
                    MOVE "Cheque deja remis" TO WSMSG
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
      *>    premier cheque : le bordereau prend le numero suivant
           IF WS-RCQ-BORDEREAU = ZEROES
              ADD 1 TO WS-RCQ-DERNIER-BORD
              MOVE WS-RCQ-DERNIER-BORD TO WS-RCQ-BORDEREAU
           END-IF.
           ADD 1 TO WS-RCQ-COUNT.
           MOVE WS-RCQ-COUNT TO WS-RCQ-CURRENT.
           ADD 1 TO WS-RCQ-DERNIER.
           MOVE WS-RCQ-DERNIER TO WS-RCT-NUMERO(WS-RCQ-CURRENT).
           MOVE WS-RCQ-BORDEREAU TO WS-RCT-BORDEREAU(WS-RCQ-CURRENT).
           MOVE WS-RCQ-IN-COMPTEID TO WS-RCT-COMPTEID(WS-RCQ-CURRENT).
           MOVE WS-RCQ-IDCLIENT TO WS-RCT-IDCLIENT(WS-RCQ-CURRENT).
           MOVE WS-RCQ-IN-NUMCHEQUE
              TO WS-RCT-NUMCHEQUE(WS-RCQ-CURRENT).
           MOVE WS-RCQ-IN-BANQUE
              TO WS-RCT-BANQUE-TIREE(WS-RCQ-CURRENT).
           MOVE WS-RCQ-IN-TIREUR TO WS-RCT-TIREUR(WS-RCQ-CURRENT).
           MOVE WS-RCQ-IN-MONTANT TO WS-RCT-MONTANT(WS-RCQ-CURRENT).
           MOVE 'GUICHET' TO WS-RCT-CANAL(WS-RCQ-CURRENT).
           MOVE 'ANNONCE' TO WS-RCT-STATUT(WS-RCQ-CURRENT).
           PERFORM 0836-CREDITER-CHEQUE.
           IF WS-RCQ-SUCCESS NOT = 'OUI'
      *>       credit refuse : la ligne n'est pas gardee
              SUBTRACT 1 FROM WS-RCQ-COUNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0839-REWRITE-REMISECHQ.
           PERFORM 0837-VIDER-SAISIE.
           PERFORM 0838-AFFICHER-BORDEREAU.
           MOVE "Cheque credite sauf bonne fin" TO WSMSG.

      *> bordereau annonce par le client : les cheques ANNONCE du
      *> bordereau saisi sont credites sur le compte annonce
       0835-RECEVOIR-ANNONCE.
           PERFORM 0117-TESTER-FENETRE-NUIT.
           IF WS-FN-ETAT = 'OUVERTE'
              MOVE "Nuit en cours : plus tard" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-RCQ-IN-BORDEREAU = ZEROES
              MOVE "Veuillez saisir le numero de bordereau" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0831-LOAD-REMISECHQ.
           IF WS-RCQ-TRONQUE = 'OUI'
              MOVE "Registre des remises plein, reception refusee"
                 TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-RCQ-IN-BORDEREAU TO WS-RCQ-BORDEREAU.
           MOVE ZEROES TO WS-RCQ-TOTAL.
           MOVE ZEROES TO WS-RCQ-NB-CREDITES.
           MOVE ZEROES TO WS-RCQ-NB-REFUSES.
           MOVE ZEROES TO WS-RCQ-PREMIER-REFUS.
           PERFORM VARYING WS-RCQ-IDX FROM 1 BY 1
              UNTIL WS-RCQ-IDX > WS-RCQ-COUNT
              IF WS-RCT-BORDEREAU(WS-RCQ-IDX) = WS-RCQ-BORDEREAU
                 AND WS-RCT-STATUT(WS-RCQ-IDX) = 'ANNONCE'
                 MOVE WS-RCQ-IDX TO WS-RCQ-CURRENT
                 PERFORM 0836-CREDITER-CHEQUE
      *>          cheque refuse : il reste ANNONCE, a recevoir plus
      *>          tard ; le nombre de refus et le numero du premier
      *>          cheque refuse restent affiches au guichetier
                 IF WS-RCQ-SUCCESS NOT = 'OUI'
                    ADD 1 TO WS-RCQ-NB-REFUSES
                    IF WS-RCQ-PREMIER-REFUS = ZEROES
                       MOVE WS-RCT-NUMCHEQUE(WS-RCQ-IDX)
                          TO WS-RCQ-PREMIER-REFUS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-RCQ-NB-CREDITES = ZEROES
              IF WS-RCQ-NB-REFUSES = ZEROES
                 MOVE "Aucun cheque annonce a recevoir" TO WSMSG
              ELSE
                 MOVE SPACES TO WSMSG
                 STRING "Refus " WS-RCQ-NB-REFUSES
                    " 1er " WS-RCQ-PREMIER-REFUS
                    DELIMITED BY SIZE INTO WSMSG
              END-IF
              PERFORM 0838-AFFICHER-BORDEREAU
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0839-REWRITE-REMISECHQ.
           PERFORM 0838-AFFICHER-BORDEREAU.
           IF WS-RCQ-NB-REFUSES = ZEROES
              MOVE "Bordereau recu et credite sauf bonne fin" TO WSMSG
           ELSE
              MOVE SPACES TO WSMSG
              STRING "Refus " WS-RCQ-NB-REFUSES
                 " 1er " WS-RCQ-PREMIER-REFUS
                 DELIMITED BY SIZE INTO WSMSG
           END-IF.

      *> credit sauf bonne fin du cheque WS-RCQ-CURRENT : INSERT et
      *> UPDATE sequences habituels, date de valeur et date de
      *> disponibilite posees sur la ligne, statut CREDITE
       0836-CREDITER-CHEQUE.
           MOVE ZEROES TO WS-RCQ-SOLDE.
           MOVE WS-RCT-MONTANT(WS-RCQ-CURRENT) TO WS-RCQ-MONTANT-OP.
           MOVE WS-RCT-COMPTEID(WS-RCQ-CURRENT) TO WS-RCQ-COMPTEID-OP.
           MOVE 'REMISE CHQ' TO WS-RCQ-LIBELLE.
           MOVE SPACES TO WS-RCQ-DEVISE-COMPTE.
           OPEN INPUT COMPTESFILE.
           IF WS-COMPTESFILE-STATUS = "00"
              MOVE WS-RCQ-COMPTEID-OP TO CF-COMPTEID
              READ COMPTESFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE CF-DEVISE TO WS-RCQ-DEVISE-COMPTE
              END-READ
              CLOSE COMPTESFILE
           END-IF.
           CALL 'entreeargent' USING WS-RCQ-SOLDE,
              WS-RCQ-MONTANT-OP, WS-RCQ-NEWSOLDE, WS-RCQ-TODAY-ISO,
              WS-RCQ-LIBELLE, WS-RCQ-SUCCESS, WS-RCQ-COMPTEID-OP,
              WS-RCQ-DEVISE-OP, WS-RCQ-DEVISE-COMPTE.
           IF WS-RCQ-SUCCESS NOT = 'OUI'
              MOVE "Credit refuse sur ce compte" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

      *>    meme regle que celle appliquee par entreeargent, puis
      *>    le delai de disponibilite en jours ouvres
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RCQ-CO-HEURE.
           CALL 'cutoffrule' USING WS-RCQ-CO-TYPEOP, WS-RCQ-TODAY-ISO,
              WS-RCQ-CO-HEURE, WS-RCT-DATE-VALEUR(WS-RCQ-CURRENT).
           MOVE WS-RCT-DATE-VALEUR(WS-RCQ-CURRENT)
              TO WS-RCT-DATE-DISPO(WS-RCQ-CURRENT).
           IF WS-RCQ-DELAI-DISPO > ZEROES
              MOVE 'A' TO WS-RCQ-JO-ACTION
              MOVE WS-RCQ-DELAI-DISPO TO WS-RCQ-JO-RESULT-JOURS
              CALL 'jourouvre' USING WS-RCQ-JO-ACTION,
                 WS-RCT-DATE-VALEUR(WS-RCQ-CURRENT), WS-RCQ-JO-DATE2,
                 WS-RCQ-JO-RESULT-DATE, WS-RCQ-JO-RESULT-JOURS
              MOVE WS-RCQ-JO-RESULT-DATE
                 TO WS-RCT-DATE-DISPO(WS-RCQ-CURRENT)
           END-IF.

           MOVE 'REMISE CHEQUE' TO VA-DET-TYPE.
           MOVE SPACES TO VA-DET-LIBELLE.
           STRING 'REMISE CHQ ' WS-RCT-NUMCHEQUE(WS-RCQ-CURRENT)
              ' BORD ' WS-RCT-BORDEREAU(WS-RCQ-CURRENT)
              DELIMITED BY SIZE INTO VA-DET-LIBELLE.
           MOVE SPACES TO VA-DET-MONTANT.
           STRING '+' FUNCTION TRIM(WS-RCT-MONTANT(WS-RCQ-CURRENT))
              DELIMITED BY SIZE INTO VA-DET-MONTANT.
           MOVE WS-RCT-COMPTEID(WS-RCQ-CURRENT) TO VA-DET-COMPTEID.
           MOVE WS-RCT-IDCLIENT(WS-RCQ-CURRENT) TO VA-DET-CLIENTID.
           MOVE WS-RCQ-TODAY-ISO TO VA-DET-DATEOP.
           MOVE SQL-VA-DETAIL-LINE TO PRINT-LINE.
           PERFORM 0270-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-LINE(206:10).
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE '+' TO DET-OPERATOR.
           MOVE WS-RCT-MONTANT(WS-RCQ-CURRENT) TO DET-uP-SOMME.
           MOVE WS-RCT-COMPTEID(WS-RCQ-CURRENT) TO DET-UP-COMPTEID.
           MOVE SQL-UPDATE-LINE TO PRINT-UP-LINE.
           PERFORM 0270-NEXT-SQL-SEQ.
           MOVE " SEQ=" TO PRINT-UP-LINE(201:5).
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

           MOVE 'CREDITE' TO WS-RCT-STATUT(WS-RCQ-CURRENT).
           MOVE WS-RCQ-TODAY-ISO TO WS-RCT-DATE-REMISE(WS-RCQ-CURRENT).
           MOVE WS-OPER-ID TO WS-RCT-OPERATEUR(WS-RCQ-CURRENT).
           ADD 1 TO WS-RCQ-NB-CREDITES.
           ADD WS-RCT-MONTANT(WS-RCQ-CURRENT) TO WS-RCQ-TOTAL.
           MOVE WS-RCT-DATE-VALEUR(WS-RCQ-CURRENT)
              TO WS-RCQ-AFF-VALEUR.
           MOVE WS-RCT-DATE-DISPO(WS-RCQ-CURRENT) TO WS-RCQ-AFF-DISPO.

           MOVE "REMISE CHEQUE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "BORD " WS-RCT-BORDEREAU(WS-RCQ-CURRENT)
              " CHQ " WS-RCT-NUMCHEQUE(WS-RCQ-CURRENT)
              " BQ " WS-RCT-BANQUE-TIREE(WS-RCQ-CURRENT)
              " CPTE " WS-RCT-COMPTEID(WS-RCQ-CURRENT)
              " DISPO " WS-RCT-DATE-DISPO(WS-RCQ-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

       0837-VIDER-SAISIE.
           MOVE ZEROES TO WS-RCQ-IN-NUMCHEQUE.
           MOVE ZEROES TO WS-RCQ-IN-BANQUE.
           MOVE SPACES TO WS-RCQ-IN-TIREUR.
           MOVE ZEROES TO WS-RCQ-IN-MONTANT.

       0838-AFFICHER-BORDEREAU.
           MOVE WS-RCQ-NB-CREDITES TO WS-RCQ-AFF-NB.
           MOVE WS-RCQ-TOTAL TO WS-RCQ-AFF-TOTAL.
           IF WS-RCQ-NB-CREDITES = ZEROES
              MOVE SPACES TO WS-RCQ-AFF-VALEUR
              MOVE SPACES TO WS-RCQ-AFF-DISPO
           END-IF.

       0839-REWRITE-REMISECHQ.
           OPEN OUTPUT REMISECHQ.
           PERFORM VARYING WS-RCQ-IDX FROM 1 BY 1
              UNTIL WS-RCQ-IDX > WS-RCQ-COUNT
              MOVE WS-RCQ-ENTRY(WS-RCQ-IDX) TO REMISECHQ-RECORD
              WRITE REMISECHQ-RECORD
           END-PERFORM.
           CLOSE REMISECHQ.

      *>------------------------------------------------------------------------
      *> qualite des donnees clients : les fiches en defaut notees
      *> chaque semaine par qualitebatch sont parcourues agence par
      *> agence (toutes si l'agence est laissee vide), une a la fois.
      *> La correction elle-meme se fait dans les ecrans de fiche
      *> client ; ici le client est marque CORRIGE avec la date et
      *> l'auteur, le passage suivant du batch le reprend s'il
      *> echoue encore
       0840-QUALITE-DONNEES.
           INITIALIZE WSMSG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           MOVE SPACES TO WS-QLT-TODAY-ISO.
           STRING WS-BQ-AUDIT-RAW(1:4) '-' WS-BQ-AUDIT-RAW(5:2)
              '-' WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-QLT-TODAY-ISO.
           MOVE SPACES TO WS-QLT-IN-AGENCE.
           PERFORM 0841-LOAD-QUALITE.
           MOVE 0 TO WS-QLT-CURRENT.
           PERFORM 0842-QUALITE-SUIVANTE.

           PERFORM FOREVER
              DISPLAY HEADER-SCREEN
              DISPLAY QUALITE-DONNEES-SCREEN
              ACCEPT QUALITE-DONNEES-SCREEN
              MOVE wRetCode TO WS-FNC-KEY
              MOVE FUNCTION UPPER-CASE(WS-QLT-IN-AGENCE)
                 TO WS-QLT-IN-AGENCE

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    INITIALIZE WSMSG
                    PERFORM 0841-LOAD-QUALITE
                    MOVE 0 TO WS-QLT-CURRENT
                    PERFORM 0842-QUALITE-SUIVANTE

                 WHEN V-FNC-F2
                    INITIALIZE WSMSG
                    PERFORM 0842-QUALITE-SUIVANTE

                 WHEN V-FNC-F3
                    INITIALIZE WSMSG
                    PERFORM 0844-MARQUER-CORRIGE

                 WHEN V-FNC-F9
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Charger F2-Suiv F3-Corrige F9" TO WSMSG
              END-EVALUATE
           END-PERFORM.

       0841-LOAD-QUALITE.
           MOVE 0 TO WS-QLT-COUNT.
           MOVE 'NON' TO WS-QLT-TRONQUE.
           INITIALIZE WS-QLT-TABLE.
           OPEN INPUT QUALITE.
           IF WS-QUALITE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-QLT-EOF.
           READ QUALITE
              AT END MOVE 'OUI' TO WS-QLT-EOF
           END-READ.
           PERFORM UNTIL WS-QLT-EOF = 'OUI'
              IF WS-QLT-COUNT < 3000
                 ADD 1 TO WS-QLT-COUNT
                 MOVE QUALITE-RECORD TO WS-QLT-ENTRY(WS-QLT-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-QLT-TRONQUE
              END-IF
              READ QUALITE
                 AT END MOVE 'OUI' TO WS-QLT-EOF
              END-READ
           END-PERFORM.
           CLOSE QUALITE.

      *> client A CORRIGER suivant de l'agence demandee, en
      *> repartant du debut apres le dernier
       0842-QUALITE-SUIVANTE.
           MOVE 0 TO WS-QLT-TROUVE.
           MOVE 0 TO WS-QLT-NB-A-CORRIGER.
           PERFORM VARYING WS-QLT-IDX FROM 1 BY 1
              UNTIL WS-QLT-IDX > WS-QLT-COUNT
              IF (WS-QLT-IN-AGENCE = SPACES
                 OR WS-QLT-AGENCE(WS-QLT-IDX) = WS-QLT-IN-AGENCE)
                 AND WS-QLT-STATUT(WS-QLT-IDX) = 'A CORRIGER'
                 ADD 1 TO WS-QLT-NB-A-CORRIGER
                 IF WS-QLT-IDX > WS-QLT-CURRENT
                    AND WS-QLT-TROUVE = 0
                    MOVE WS-QLT-IDX TO WS-QLT-TROUVE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-QLT-NB-A-CORRIGER TO WS-QLT-AFF-RESTANTS.
           IF WS-QLT-TROUVE = 0
              PERFORM VARYING WS-QLT-IDX FROM 1 BY 1
                 UNTIL WS-QLT-IDX > WS-QLT-COUNT
                 OR WS-QLT-TROUVE > 0
                 IF (WS-QLT-IN-AGENCE = SPACES
                    OR WS-QLT-AGENCE(WS-QLT-IDX) = WS-QLT-IN-AGENCE)
                    AND WS-QLT-STATUT(WS-QLT-IDX) = 'A CORRIGER'
                    MOVE WS-QLT-IDX TO WS-QLT-TROUVE
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WS-QLT-TROUVE TO WS-QLT-CURRENT.
           PERFORM 0843-AFFICHER-QUALITE.
           IF WS-QLT-CURRENT = 0
              MOVE "Aucun client a corriger" TO WSMSG
           END-IF.

       0843-AFFICHER-QUALITE.
           IF WS-QLT-CURRENT = 0
              MOVE SPACES TO WS-QLT-AFF-AGENCE
              MOVE ZEROES TO WS-QLT-AFF-IDCLIENT
              MOVE SPACES TO WS-QLT-AFF-NOM
              MOVE ZEROES TO WS-QLT-AFF-SCORE
              MOVE SPACES TO WS-QLT-AFF-DATE
              MOVE SPACES TO WS-QLT-AFF-STATUT
              MOVE SPACES TO WS-QLT-AFF-REGLES
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-QLT-AGENCE(WS-QLT-CURRENT) TO WS-QLT-AFF-AGENCE.
           MOVE WS-QLT-IDCLIENT(WS-QLT-CURRENT) TO WS-QLT-AFF-IDCLIENT.
           MOVE WS-QLT-NOM(WS-QLT-CURRENT) TO WS-QLT-AFF-NOM.
           MOVE WS-QLT-SCORE(WS-QLT-CURRENT) TO WS-QLT-AFF-SCORE.
           MOVE WS-QLT-DATE(WS-QLT-CURRENT) TO WS-QLT-AFF-DATE.
           MOVE WS-QLT-STATUT(WS-QLT-CURRENT) TO WS-QLT-AFF-STATUT.
           MOVE WS-QLT-REGLES(WS-QLT-CURRENT) TO WS-QLT-AFF-REGLES.

       0844-MARQUER-CORRIGE.
           IF WS-QLT-CURRENT = 0
              MOVE "Aucun client affiche" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-QLT-STATUT(WS-QLT-CURRENT) NOT = 'A CORRIGER'
              MOVE "Client deja marque corrige" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
      *>    qualitebatch reecrit la liste pendant la chaine de nuit
           PERFORM 0117-TESTER-FENETRE-NUIT.
           IF WS-FN-ETAT = 'OUVERTE'
              MOVE "Nuit en cours : plus tard" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
      *>    liste relue juste avant la reecriture, client retrouve
      *>    par son numero
           MOVE WS-QLT-IDCLIENT(WS-QLT-CURRENT) TO WS-QLT-CIBLE.
           PERFORM 0841-LOAD-QUALITE.
           MOVE 0 TO WS-QLT-CURRENT.
           PERFORM VARYING WS-QLT-IDX FROM 1 BY 1
              UNTIL WS-QLT-IDX > WS-QLT-COUNT
              OR WS-QLT-CURRENT > 0
              IF WS-QLT-IDCLIENT(WS-QLT-IDX) = WS-QLT-CIBLE
                 MOVE WS-QLT-IDX TO WS-QLT-CURRENT
              END-IF
           END-PERFORM.
           IF WS-QLT-CURRENT = 0
              PERFORM 0842-QUALITE-SUIVANTE
              MOVE "Client sorti de la liste" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-QLT-STATUT(WS-QLT-CURRENT) NOT = 'A CORRIGER'
              PERFORM 0843-AFFICHER-QUALITE
              MOVE "Client deja marque corrige" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-QLT-TRONQUE = 'OUI'
              MOVE "Liste trop grande, reecriture refusee"
                 TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE 'CORRIGE' TO WS-QLT-STATUT(WS-QLT-CURRENT).
           MOVE WS-QLT-TODAY-ISO TO WS-QLT-DATE-TRAIT(WS-QLT-CURRENT).
           MOVE WS-OPER-ID TO WS-QLT-TRAITE-PAR(WS-QLT-CURRENT).
           PERFORM 0849-REWRITE-QUALITE.

           MOVE "QUALITE CORRIGEE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CLIENT " WS-QLT-IDCLIENT(WS-QLT-CURRENT)
              " AGENCE " WS-QLT-AGENCE(WS-QLT-CURRENT) " "
              WS-QLT-REGLES(WS-QLT-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           PERFORM 0842-QUALITE-SUIVANTE.
           MOVE "Client marque corrige" TO WSMSG.

       0849-REWRITE-QUALITE.
           OPEN OUTPUT QUALITE.
           PERFORM VARYING WS-QLT-IDX FROM 1 BY 1
              UNTIL WS-QLT-IDX > WS-QLT-COUNT
              MOVE WS-QLT-ENTRY(WS-QLT-IDX) TO QUALITE-RECORD
              WRITE QUALITE-RECORD
           END-PERFORM.
           CLOSE QUALITE.

       0200-VOIR-FICHIER-CLIENTELE.
           ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE.
                    STRING WS-YEAR '-' WS-MONTH '-' WS-DAY(1:2)
                       DELIMITED BY SIZE INTO ADR-DATE-DEBUT
                    MOVE SPACES TO ADR-DATE-FIN
                    MOVE SPACES TO ADR-NPAI
                    MOVE SPACES TO ADR-NPAI-DATE
                    OPEN EXTEND ADRESSES
                    WRITE ADRESSES-RECORD
                    CLOSE ADRESSES
           DISPLAY HEADER-SCREEN.
           DISPLAY ACCEDER-UN-COMPTE-SCREEN.
           ACCEPT ACCEDER-UN-COMPTE-SCREEN.
           MOVE wRetCode TO WS-FNC-KEY.

      *>    compte d'un salarie, d'un proche ou d'un VIP : role
      *>    autorise et motif exiges, refus trace a l'audit
           IF NUMCOMPTE NOT = ZEROES
              AND (V-FNC-F1 OR V-FNC-F2)
              MOVE NUMCOMPTE TO WS-ACS-COMPTEID
              MOVE ZEROES TO WS-ACS-CLIENT
              PERFORM 0775-CONTROLER-ACCES
              IF WS-ACS-ACCES = 'NON'
                 DISPLAY HEADER-SCREEN
                 DISPLAY ACCEDER-UN-COMPTE-SCREEN
                 ACCEPT ACCEDER-UN-COMPTE-SCREEN
              END-IF
           END-IF.

           

      *>    l'identification
           IF WS-OPER-ROLE NOT = "SUPERVISEUR"
              MOVE "Approbation reservee au superviseur" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
      *>    chaine de nuit en cours : le virement reste EN ATTENTE
      *>    dans sa propre file, son approbation attend la fin du
      *>    traitement
           PERFORM 0117-TESTER-FENETRE-NUIT.
           IF WS-FN-ETAT = 'OUVERTE'
              MOVE "Nuit en cours : plus tard" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-VA-STATUT(WS-VA-CURRENT) NOT = "EN ATTENTE"
              MOVE "Virement deja traite" TO WSMSG
           ELSE
              WRITE PRINT-LINE
              CALL 'opjournal' USING WS-SQL-SEQ-NR,
                 PRINT-LINE
              PERFORM 0116-AUDITER-OPERATION

              MOVE '-' TO DET-OPERATOR
              MOVE WS-VA-MONTANT(WS-VA-CURRENT) TO DET-uP-SOMME
                 " STATUT " WS-VA-STATUT(WS-VA-CURRENT)
                 DELIMITED BY SIZE INTO BQA-DETAIL
              PERFORM 0115-ECRIRE-AUDIT
           END-IF.

      *> escalade superviseur apres refus : l'identifiant saisi doit
              WS-VA-TYPEOP, WS-VA-SUCCESS, WS-VA-COMM,
              WS-VA-DATE-OP, WS-VA-LIBELLE-OUT,
              WS-VA-COMPTE-ID(WS-VA-CURRENT), 'EUR', 'EUR'.
      *>    le paiement force ne passe pas par le journal : ses
      *>    intentions sont closes une fois le prelevement fait
           MOVE WS-VA-COMPTE-ID(WS-VA-CURRENT) TO WS-PI-COMPTEID.
           CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
              WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ.

           MOVE "FORCAGE" TO BQA-ACTION.
           STRING "SUPERV " WS-FORC-SUPERV-SAISIE
      *>------------------------------------------------------------------------
      *> identification de l'operateur au demarrage : l'id saisi doit
      *> exister dans OPERATEURS.DAT avec le statut ACTIF ; le role
      *> (TELLER/SUPERVISEUR/CONFORMITE) commande ensuite l'acces a
      *> l'approbation des virements et a la confirmation des
      *> clients, et la consultation des comptes sensibles
       0110-SIGNON-OPERATEUR.
           INITIALIZE WSMSG.
           PERFORM FOREVER
           MOVE WS-BQ-AUDIT-LINE TO WS-AUDIT-CHAINE-LIGNE.
           CALL 'auditchain' USING WS-AUDIT-CHAINE-LIGNE.

      *> etat de la fenetre de traitement de nuit, ouverte par
      *> nightrunbatch pendant les etapes critiques de la chaine
       0117-TESTER-FENETRE-NUIT.
           MOVE 'L' TO WS-FN-ACTION.
           CALL 'fenetrenuit' USING WS-FN-ACTION, WS-FN-ETAT,
              WS-FN-ETAPE, WS-FN-TRAITES.

      *> operation postee depuis l'ecran teller : la ligne que
      *> opjournal vient d'ajouter a OPJOURNAL.DAT (meme numero de
      *> sequence) donne compte, client, type et montant, reportes a
      *> positions fixes dans le detail d'une ligne d'audit
      *> OPERATION POSTEE -- accessensbatch y repere les operations
      *> d'un operateur sur ses propres comptes ou ceux d'un proche.
      *> Un INSERT hors OPERATIONS n'est pas journalise et ne laisse
      *> pas de ligne. L'action et le detail en cours de l'ecran
      *> appelant sont preserves.
       0116-AUDITER-OPERATION.
           MOVE 'NON' TO WS-OPA-TROUVE.
           OPEN INPUT OPJOURNAL.
           IF WS-OPJOURNAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-OPA-EOF.
           READ OPJOURNAL
              AT END MOVE 'OUI' TO WS-OPA-EOF
           END-READ.
           PERFORM UNTIL WS-OPA-EOF = 'OUI'
              IF OJ-SEQ = WS-SQL-SEQ-NR
                 MOVE 'OUI' TO WS-OPA-TROUVE
                 MOVE 'OUI' TO WS-OPA-EOF
              ELSE
                 READ OPJOURNAL
                    AT END MOVE 'OUI' TO WS-OPA-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE OPJOURNAL.
           IF WS-OPA-TROUVE = 'NON'
              EXIT PARAGRAPH
           END-IF.

           MOVE BQA-ACTION TO WS-OPA-ACTION.
           MOVE BQA-DETAIL TO WS-OPA-DETAIL.
           MOVE "OPERATION POSTEE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "SEQ " OJ-SEQ " CPTE " OJ-COMPTEID
              " CLIENT " OJ-IDCLIENT " " OJ-TYPE " " OJ-SIGNE
              OJ-MONTANT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE WS-OPA-ACTION TO BQA-ACTION.
           MOVE WS-OPA-DETAIL TO BQA-DETAIL.

      *>------------------------------------------------------------------------
      *> confirmation quatre-yeux des creations de client : les
      *> saisies de 0220 attendent dans CLIPEND.DAT qu'un operateur
       0228-OUVRIR-COMPTE.
           PERFORM 0231-LIRE-AGENCEPARM.
           PERFORM 0232-PROCHAIN-COMPTEID.
           IF WS-OC-COMPTEID = ZEROES
              MOVE "Plus de COMPTEID libre : compte non ouvert"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0233-RETROUVER-CLIENTID.

           MOVE WS-OC-COMPTEID TO WS-OC-NUMCOMPTE.
           OPEN EXTEND TITULAIRES.
           WRITE TITULAIRES-RECORD.
           CLOSE TITULAIRES.
           CALL 'ficobaevt' USING WS-OC-FICOBA-NATURE,
              WS-OC-COMPTEID, WS-OC-CLIENTID.

      *>    l'INSERT COMPTES part dans le flux sequence pour que la
      *>    table DB2 recoive le meme compte et le meme IBAN
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE "OUVERTURE COMPTE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
              CLOSE AGENCEPARM
           END-IF.

      *> prochain numero de compte : plus grand COMPTEID + 1 ; zero
      *> quand le plus grand numero est deja atteint (pas de
      *> rebouclage sur un compte existant)
       0232-PROCHAIN-COMPTEID.
           MOVE ZEROES TO WS-OC-COMPTEID.
           MOVE 'NON' TO WS-OC-EOF.
              END-PERFORM
              CLOSE COMPTESFILE
           END-IF.
           ADD 1 TO WS-OC-COMPTEID
              ON SIZE ERROR MOVE ZEROES TO WS-OC-COMPTEID
           END-ADD.

      *> l'IDCLIENT attribue par DB2 est retrouve par la recherche
      *> sur le nom qui vient d'etre insere
                 WRITE PRINT-LINE
                 CALL 'opjournal' USING WS-SQL-SEQ-NR,
                    PRINT-LINE
                 PERFORM 0116-AUDITER-OPERATION

                 MOVE '+' TO DET-OPERATOR
                 MOVE WS-SUS-MONTANT(WS-SUS-CURRENT) TO DET-uP-SOMME
                 MOVE "Re-application refusee (date de valeur)"
                   TO WSMSG
              END-IF
      *>       le compte d'attente ne bouge que par sa ligne UPDATE
      *>       (ou est recredite) : ses intentions sont closes ici
              MOVE WS-SUS-ATTENTE-COMPTEID TO WS-PI-COMPTEID
              CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                 WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ
           END-IF
           END-IF.

              MOVE " SEQ=" TO PRINT-UP-LINE(201:5)
              MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10)
              WRITE PRINT-UP-LINE
              MOVE WS-SUS-ATTENTE-COMPTEID TO WS-PI-COMPTEID
              CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                 WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ

              MOVE "RETOURNE" TO WS-SUS-STATUT(WS-SUS-CURRENT)
              PERFORM 0319-REWRITE-SUSPENS
      *> nouvelle adresse -- l'ancienne ligne courante recoit la date
      *> du jour en date de fin et reste dans le fichier, la nouvelle
      *> s'ajoute sans date de fin. relevebatch imprime la ligne
      *> courante en tete de chaque releve. F3 enregistre la langue
      *> de correspondance du client (releves, avis, lettres et
      *> messages), ajoutee au registre CLILANGUE.DAT.
      *> Une adresse marquee NPAI (ecran COURRIER REVENU) est
      *> signalee a l'affichage ; la nouvelle adresse part sans
      *> marque et le courrier du client reprend.
       0350-GERER-ADRESSES.
            PERFORM 0352-LOAD-ADRESSES.
            INITIALIZE WSMSG.
            MOVE SPACES TO WS-ADR-AFF-COURANTE.
            MOVE SPACES TO WS-LNG-COURANTE.

            PERFORM FOREVER
               ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
               EVALUATE TRUE
                  WHEN V-FNC-F1
                     PERFORM 0354-AFFICHER-ADRESSE-COURANTE
                     PERFORM 0357-LANGUE-COURANTE

                  WHEN V-FNC-F2
                     PERFORM 0356-ENREGISTRER-ADRESSE

                  WHEN V-FNC-F3
                     PERFORM 0358-ENREGISTRER-LANGUE

                  WHEN V-FNC-F9
                     EXIT PERFORM

                  WHEN OTHER
                     MOVE
                     "F1-Afficher F2-Enregistrer F3-Langue F9-Revenir"
                       TO WSMSG
               END-EVALUATE
            END-PERFORM.
              MOVE ADR-EMAIL TO WS-ADR-EMAIL(WS-ADR-COUNT)
              MOVE ADR-DATE-DEBUT TO WS-ADR-DATE-DEBUT(WS-ADR-COUNT)
              MOVE ADR-DATE-FIN TO WS-ADR-DATE-FIN(WS-ADR-COUNT)
              MOVE ADR-NPAI TO WS-ADR-NPAI(WS-ADR-COUNT)
              MOVE ADR-NPAI-DATE TO WS-ADR-NPAI-DATE(WS-ADR-COUNT)
              READ ADRESSES
                 AT END MOVE "OUI" TO WS-ADR-EOF
              END-READ
                    FUNCTION TRIM(WS-ADR-PAYS(WS-ADR-IDX))
                    DELIMITED BY SIZE INTO WS-ADR-AFF-COURANTE
                 INITIALIZE WSMSG
                 IF WS-ADR-NPAI(WS-ADR-IDX) = "OUI"
                    STRING "NPAI depuis le "
                       WS-ADR-NPAI-DATE(WS-ADR-IDX)
                       " : saisir la nouvelle adresse"
                       DELIMITED BY SIZE INTO WSMSG
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY(1:2)
              DELIMITED BY SIZE INTO WS-ADR-TODAY.

      *>    l'ancienne adresse courante est historisee (date de fin) ;
      *>    sa marque NPAI reste sur la ligne historisee, la nouvelle
      *>    adresse part sans marque : le courrier reprend
           MOVE "NON" TO WS-NPA-LEVEE.
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
              UNTIL WS-ADR-IDX > WS-ADR-COUNT
              IF WS-ADR-IDCLIENT(WS-ADR-IDX) = WS-ADR-IN-CLIENTID
                 AND WS-ADR-DATE-FIN(WS-ADR-IDX) = SPACES
                 MOVE WS-ADR-TODAY TO WS-ADR-DATE-FIN(WS-ADR-IDX)
                 IF WS-ADR-NPAI(WS-ADR-IDX) = "OUI"
                    MOVE "OUI" TO WS-NPA-LEVEE
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WS-ADR-IN-EMAIL TO WS-ADR-EMAIL(WS-ADR-COUNT).
           MOVE WS-ADR-TODAY TO WS-ADR-DATE-DEBUT(WS-ADR-COUNT).
           MOVE SPACES TO WS-ADR-DATE-FIN(WS-ADR-COUNT).
           MOVE SPACES TO WS-ADR-NPAI(WS-ADR-COUNT).
           MOVE SPACES TO WS-ADR-NPAI-DATE(WS-ADR-COUNT).

           PERFORM 0359-REWRITE-ADRESSES.

              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           IF WS-NPA-LEVEE = "OUI"
              MOVE "NPAI LEVE" TO BQA-ACTION
              MOVE SPACES TO BQA-DETAIL
              STRING "NOUVELLE ADRESSE CLIENT " WS-ADR-IN-CLIENTID
                 DELIMITED BY SIZE INTO BQA-DETAIL
              PERFORM 0115-ECRIRE-AUDIT
              MOVE "Adresse enregistree, marque NPAI levee"
                TO WSMSG
           ELSE
              MOVE "Adresse enregistree (ancienne historisee)"
                TO WSMSG
           END-IF.

      *> derniere ligne du registre pour le client, FR sans ligne
       0357-LANGUE-COURANTE.
           MOVE "FR" TO WS-LNG-COURANTE.
           OPEN INPUT CLILANGUE.
           IF WS-CLILANGUE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "NON" TO WS-LNG-EOF.
           READ CLILANGUE
              AT END MOVE "OUI" TO WS-LNG-EOF
           END-READ.
           PERFORM UNTIL WS-LNG-EOF = "OUI"
              IF CLG-IDCLIENT = WS-ADR-IN-CLIENTID
                 AND CLG-LANGUE NOT = SPACES
                 MOVE CLG-LANGUE TO WS-LNG-COURANTE
              END-IF
              READ CLILANGUE
                 AT END MOVE "OUI" TO WS-LNG-EOF
              END-READ
           END-PERFORM.
           CLOSE CLILANGUE.

      *> FR est toujours acceptee ; une autre langue doit avoir au
      *> moins un texte dans TEXTES.DAT, sinon le client recevrait
      *> du francais en croyant etre servi dans sa langue
       0358-ENREGISTRER-LANGUE.
           IF WS-ADR-IN-CLIENTID = ZEROES OR WS-LNG-IN = SPACES
              MOVE "Client et langue sont obligatoires" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-LNG-IN) TO WS-LNG-IN.

           MOVE "NON" TO WS-LNG-CONNUE.
           IF WS-LNG-IN = "FR"
              MOVE "OUI" TO WS-LNG-CONNUE
           ELSE
              OPEN INPUT TEXTES
              IF WS-TEXTES-STATUS = "00"
                 MOVE "NON" TO WS-LNG-EOF
                 READ TEXTES
                    AT END MOVE "OUI" TO WS-LNG-EOF
                 END-READ
                 PERFORM UNTIL WS-LNG-EOF = "OUI"
                    IF TXT-LANGUE = WS-LNG-IN
                       MOVE "OUI" TO WS-LNG-CONNUE
                       MOVE "OUI" TO WS-LNG-EOF
                    ELSE
                       READ TEXTES
                          AT END MOVE "OUI" TO WS-LNG-EOF
                       END-READ
                    END-IF
                 END-PERFORM
                 CLOSE TEXTES
              END-IF
           END-IF.
           IF WS-LNG-CONNUE NOT = "OUI"
              MOVE "Langue sans textes, non retenue" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY(1:2)
              DELIMITED BY SIZE INTO WS-ADR-TODAY.
           OPEN EXTEND CLILANGUE.
           IF WS-CLILANGUE-STATUS = "35"
              CLOSE CLILANGUE
              OPEN OUTPUT CLILANGUE
           END-IF.
           MOVE WS-ADR-IN-CLIENTID TO CLG-IDCLIENT.
           MOVE WS-LNG-IN TO CLG-LANGUE.
           MOVE WS-ADR-TODAY TO CLG-DATE.
           MOVE WS-OPER-ID TO CLG-SAISI-PAR.
           WRITE CLILANGUE-RECORD.
           CLOSE CLILANGUE.
           MOVE WS-LNG-IN TO WS-LNG-COURANTE.

           MOVE "GESTION ADRESSE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "LANGUE CLIENT " WS-ADR-IN-CLIENTID " " WS-LNG-IN
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           MOVE "Langue de correspondance enregistree" TO WSMSG.

       0359-REWRITE-ADRESSES.
           OPEN OUTPUT ADRESSES.
              MOVE WS-ADR-EMAIL(WS-ADR-IDX) TO ADR-EMAIL
              MOVE WS-ADR-DATE-DEBUT(WS-ADR-IDX) TO ADR-DATE-DEBUT
              MOVE WS-ADR-DATE-FIN(WS-ADR-IDX) TO ADR-DATE-FIN
              MOVE WS-ADR-NPAI(WS-ADR-IDX) TO ADR-NPAI
              MOVE WS-ADR-NPAI-DATE(WS-ADR-IDX) TO ADR-NPAI-DATE
              WRITE ADRESSES-RECORD
           END-PERFORM.
           CLOSE ADRESSES.
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE '+' TO DET-OPERATOR.
           MOVE WS-CT-MONTANT-OP TO DET-uP-SOMME.
      *>    prochaine ecriture (position de fichier non partagee)
           PERFORM 0398-EMETTRE-FLUX-EXTOURNE.

      *>    achat chez un commercant partenaire : la perte n'est plus
      *>    absorbee par la banque, elle est imputee au commercant
           PERFORM 0386-IMPUTER-IMPAYE-COMMERCANT.

           MOVE "ACCEPTEE" TO WS-CT-STATUT(WS-CT-CURRENT).
           PERFORM 0399-REWRITE-CONTESTATIONS.

              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           IF WS-CBI-POSE = 'OUI'
              MOVE "CONTESTATION" TO BQA-ACTION
              STRING "IMPAYE COMMERCANT " WS-CBI-MAGASIN
                 " CONTEST " WS-CT-ID(WS-CT-CURRENT)
                 DELIMITED BY SIZE INTO BQA-DETAIL
              PERFORM 0115-ECRIRE-AUDIT
              MOVE "Contestation acceptee, impaye commercant pose"
                TO WSMSG
           ELSE
              MOVE "Contestation acceptee, operation extournee"
                TO WSMSG
           END-IF.

      *> rejet : le credit provisoire accorde pendant l'enquete est
      *> repris via opdebit, la contestation est close
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE '-' TO DET-OPERATOR.
           MOVE WS-CT-MONTANT-OP TO DET-uP-SOMME.
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE '+' TO DET-OPERATOR.
           MOVE WS-CT-MONTANT-OP TO DET-uP-SOMME.
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           IF WS-CT-SENS(WS-CT-CURRENT) = '-'
              MOVE '+' TO DET-OPERATOR
           MOVE WS-SQL-SEQ-NR TO PRINT-UP-LINE(206:10).
           WRITE PRINT-UP-LINE.

      *> impaye commercant : la vente partenaire contestee est
      *> retrouvee dans CBVENTES.DAT (meme compte, meme montant,
      *> vendue au plus tard au depot, la plus recente non encore
      *> impayee) ; l'impaye A IMPUTER part dans CBIMPAYES.DAT pour
      *> la prochaine remise du commercant. Sans vente partenaire en
      *> face (contestation d'une autre operation), rien n'est pose
       0386-IMPUTER-IMPAYE-COMMERCANT.
           MOVE 'NON' TO WS-CBI-POSE.
           MOVE SPACES TO WS-CBI-REFERENCE.
           MOVE SPACES TO WS-CBI-DATE-VENTE.
           IF WS-CT-SENS(WS-CT-CURRENT) NOT = '-'
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CBVENTES.
           IF WS-CBV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-CBV-EOF.
           READ CBVENTES
              AT END MOVE 'OUI' TO WS-CBV-EOF
           END-READ.
           PERFORM UNTIL WS-CBV-EOF = 'OUI'
              IF VT-COMPTEID = WS-CT-COMPTEID(WS-CT-CURRENT)
                 AND VT-MONTANT = WS-CT-MONTANT(WS-CT-CURRENT)
                 AND VT-DATE NOT > WS-CT-DATE-DEPOT(WS-CT-CURRENT)
                 AND VT-DATE NOT < WS-CBI-DATE-VENTE
                 PERFORM 0387-VENTE-DEJA-IMPAYEE
                 IF WS-CBI-DEJA = 'NON'
                    MOVE VT-REFERENCE TO WS-CBI-REFERENCE
                    MOVE VT-MAGASIN TO WS-CBI-MAGASIN
                    MOVE VT-DATE TO WS-CBI-DATE-VENTE
                 END-IF
              END-IF
              READ CBVENTES
                 AT END MOVE 'OUI' TO WS-CBV-EOF
              END-READ
           END-PERFORM.
           CLOSE CBVENTES.

           IF WS-CBI-REFERENCE = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CT-ID(WS-CT-CURRENT) TO CI-CONTESTID.
           MOVE WS-CBI-REFERENCE TO CI-REFERENCE.
           MOVE WS-CBI-MAGASIN TO CI-MAGASIN.
           MOVE WS-CT-COMPTEID(WS-CT-CURRENT) TO CI-COMPTEID.
           MOVE WS-CT-MONTANT(WS-CT-CURRENT) TO CI-MONTANT.
           MOVE WS-CT-MONTANT(WS-CT-CURRENT) TO CI-RESTE.
           MOVE WS-CT-TODAY-ISO TO CI-DATE.
           MOVE 'A IMPUTER' TO CI-STATUT.
           OPEN EXTEND CBIMPAYES.
           IF WS-CBI-STATUS = "35"
              CLOSE CBIMPAYES
              OPEN OUTPUT CBIMPAYES
           END-IF.
           WRITE CBIMPAYES-RECORD.
           CLOSE CBIMPAYES.
           MOVE 'OUI' TO WS-CBI-POSE.

      *> une vente deja portee par un impaye n'est pas imputee deux
      *> fois (deux achats identiques contestes tour a tour)
       0387-VENTE-DEJA-IMPAYEE.
           MOVE 'NON' TO WS-CBI-DEJA.
           OPEN INPUT CBIMPAYES.
           IF WS-CBI-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-CBI-EOF.
           READ CBIMPAYES
              AT END MOVE 'OUI' TO WS-CBI-EOF
           END-READ.
           PERFORM UNTIL WS-CBI-EOF = 'OUI'
              IF CI-REFERENCE = VT-REFERENCE
                 MOVE 'OUI' TO WS-CBI-DEJA
                 MOVE 'OUI' TO WS-CBI-EOF
              ELSE
                 READ CBIMPAYES
                    AT END MOVE 'OUI' TO WS-CBI-EOF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE CBIMPAYES.

       0399-REWRITE-CONTESTATIONS.
           OPEN OUTPUT CONTESTATIONS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                 AT END MOVE "OUI" TO WS-CB-EOF
              END-READ
           END-PERFORM.
           CLOSE CALBANC.

       0409-REWRITE-CALBANC.
           OPEN OUTPUT CALBANC.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-COUNT
              MOVE WS-CB-DATE(WS-CB-IDX) TO CB-DATE
              MOVE WS-CB-OUVRE(WS-CB-IDX) TO CB-OUVRE
              MOVE WS-CB-LIBELLE(WS-CB-IDX) TO CB-LIBELLE
              WRITE CALBANC-RECORD
           END-PERFORM.
           CLOSE CALBANC.

      *>------------------------------------------------------------------------
      *> file de travail des revues KYC en souffrance : parcourt les
      *> entrees EN RETARD ou RESTREINT du registre (flaguees par
      *> kycbatch), F2 enregistre la revue terminee -- date du jour
      *> en derniere revue, prochaine echeance selon la classe de
      *> risque (ELEVE 1 an, MOYEN 3 ans, FAIBLE 5 ans), statut A
      *> JOUR, et levee des restrictions de comptes du client dans
      *> KYCRESTR.DAT ; maker et date passent a AUDITLOG.DAT
       0410-REVUE-KYC.
            PERFORM 0412-LOAD-KYCREG.
            INITIALIZE WSMSG.

            IF WS-KYC-RETARD-COUNT = 0
               MOVE "Aucune revue en souffrance" TO WSMSG
               MOVE 1 TO WS-KYC-CURRENT
               DISPLAY HEADER-SCREEN
               DISPLAY REVUE-KYC-SCREEN
               ACCEPT REVUE-KYC-SCREEN
            ELSE
               MOVE 0 TO WS-KYC-CURRENT
               PERFORM 0413-KYC-SUIVANTE

               PERFORM FOREVER
                  ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
                  MOVE SPACES TO WS-KYC-IN-DOCUMENTS

                  DISPLAY HEADER-SCREEN
                  DISPLAY REVUE-KYC-SCREEN
                  ACCEPT REVUE-KYC-SCREEN
                  MOVE wRetCode TO WS-FNC-KEY

                  EVALUATE TRUE
                     WHEN V-FNC-F1
                        PERFORM 0413-KYC-SUIVANTE
                        INITIALIZE WSMSG

                     WHEN V-FNC-F2
                        PERFORM 0415-ENREGISTRER-REVUE

                     WHEN V-FNC-F9
                        EXIT PERFORM

                     WHEN OTHER
                        MOVE "F1-Suiv F2-Enregistrer F9-Rev"
                          TO WSMSG
                  END-EVALUATE
               END-PERFORM
            END-IF.

       0412-LOAD-KYCREG.
           OPEN INPUT KYCREG.
           MOVE 0 TO WS-KYC-COUNT.
           MOVE 0 TO WS-KYC-RETARD-COUNT.
           MOVE "NON" TO WS-KYC-EOF.
           IF WS-KYCREG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ KYCREG
              AT END MOVE "OUI" TO WS-KYC-EOF
           END-READ.
           PERFORM UNTIL WS-KYC-EOF = "OUI"
              ADD 1 TO WS-KYC-COUNT
              MOVE KYC-IDCLIENT TO WS-KYC-IDCLIENT(WS-KYC-COUNT)
              MOVE KYC-CLASSE-RISQUE TO WS-KYC-CLASSE(WS-KYC-COUNT)
              MOVE KYC-DOCUMENTS TO WS-KYC-DOCUMENTS(WS-KYC-COUNT)
              MOVE KYC-DATE-REVUE TO WS-KYC-DATE-REVUE(WS-KYC-COUNT)
              MOVE KYC-DATE-PROCHAINE
                TO WS-KYC-PROCHAINE(WS-KYC-COUNT)
              MOVE KYC-STATUT TO WS-KYC-STATUT(WS-KYC-COUNT)
              IF KYC-STATUT = 'EN RETARD'
                 OR KYC-STATUT = 'RESTREINT'
                 ADD 1 TO WS-KYC-RETARD-COUNT
              END-IF
              READ KYCREG
                 AT END MOVE "OUI" TO WS-KYC-EOF
              END-READ
           END-PERFORM.
           CLOSE KYCREG.

      *> avance au prochain dossier EN RETARD ou RESTREINT (avec
      *> retour au debut) ; la garde borne le tour complet
       0413-KYC-SUIVANTE.
           MOVE ZEROES TO WS-KYC-GARDE.
           PERFORM UNTIL WS-KYC-GARDE > WS-KYC-COUNT
              ADD 1 TO WS-KYC-GARDE
              ADD 1 TO WS-KYC-CURRENT
              IF WS-KYC-CURRENT > WS-KYC-COUNT
                 MOVE 1 TO WS-KYC-CURRENT
              END-IF
              IF WS-KYC-STATUT(WS-KYC-CURRENT) = 'EN RETARD'
                 OR WS-KYC-STATUT(WS-KYC-CURRENT) = 'RESTREINT'
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0415-ENREGISTRER-REVUE.
           IF WS-KYC-STATUT(WS-KYC-CURRENT) NOT = 'EN RETARD'
              AND WS-KYC-STATUT(WS-KYC-CURRENT) NOT = 'RESTREINT'
              MOVE "Revue deja a jour" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           IF WS-KYC-STATUT(WS-KYC-CURRENT) = 'RESTREINT'
              PERFORM 0417-LEVER-RESTRICTIONS
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           STRING WS-BQ-AUDIT-RAW(1:4) "-" WS-BQ-AUDIT-RAW(5:2) "-"
              WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE
              INTO WS-KYC-DATE-REVUE(WS-KYC-CURRENT).

      *>    prochaine echeance selon la classe de risque
           EVALUATE WS-KYC-CLASSE(WS-KYC-CURRENT)
              WHEN 'ELEVE'
                 MOVE 1 TO WS-KYC-ECH-ANNEES
              WHEN 'MOYEN'
                 MOVE 3 TO WS-KYC-ECH-ANNEES
              WHEN OTHER
                 MOVE 5 TO WS-KYC-ECH-ANNEES
           END-EVALUATE.
           MOVE WS-BQ-AUDIT-RAW(1:4) TO WS-KYC-ECH-ANNEE-W.
           ADD WS-KYC-ECH-ANNEES TO WS-KYC-ECH-ANNEE-W.
           STRING WS-KYC-ECH-ANNEE-W "-" WS-BQ-AUDIT-RAW(5:2) "-"
              WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE
              INTO WS-KYC-PROCHAINE(WS-KYC-CURRENT).

           IF WS-KYC-IN-DOCUMENTS NOT = SPACES
              MOVE WS-KYC-IN-DOCUMENTS
                TO WS-KYC-DOCUMENTS(WS-KYC-CURRENT)
           END-IF.
           MOVE 'A JOUR' TO WS-KYC-STATUT(WS-KYC-CURRENT).
           PERFORM 0419-REWRITE-KYCREG.

           MOVE "REVUE KYC ENREGISTREE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CLIENT " WS-KYC-IDCLIENT(WS-KYC-CURRENT)
              " PROCHAINE " WS-KYC-PROCHAINE(WS-KYC-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           MOVE "Revue enregistree" TO WSMSG.

      *> levee des restrictions du client : KYCRESTR.DAT est recopie
      *> sans ses lignes
       0417-LEVER-RESTRICTIONS.
           MOVE 0 TO WS-KRS-COUNT.
           MOVE "NON" TO WS-KRS-EOF.
           OPEN INPUT KYCRESTR.
           IF WS-KYCRESTR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ KYCRESTR
              AT END MOVE "OUI" TO WS-KRS-EOF
           END-READ.
           PERFORM UNTIL WS-KRS-EOF = "OUI"
              IF KR-IDCLIENT NOT = WS-KYC-IDCLIENT(WS-KYC-CURRENT)
                 ADD 1 TO WS-KRS-COUNT
                 MOVE KR-COMPTEID TO WS-KRS-COMPTEID(WS-KRS-COUNT)
                 MOVE KR-IDCLIENT TO WS-KRS-IDCLIENT(WS-KRS-COUNT)
                 MOVE KR-DATE-POSE TO WS-KRS-DATE-POSE(WS-KRS-COUNT)
              END-IF
              READ KYCRESTR
                 AT END MOVE "OUI" TO WS-KRS-EOF
              END-READ
           END-PERFORM.
           CLOSE KYCRESTR.

           OPEN OUTPUT KYCRESTR.
           PERFORM VARYING WS-KRS-IDX FROM 1 BY 1
              UNTIL WS-KRS-IDX > WS-KRS-COUNT
              MOVE WS-KRS-COMPTEID(WS-KRS-IDX) TO KR-COMPTEID
              MOVE WS-KRS-IDCLIENT(WS-KRS-IDX) TO KR-IDCLIENT
              MOVE WS-KRS-DATE-POSE(WS-KRS-IDX) TO KR-DATE-POSE
              WRITE KYCRESTR-RECORD
           END-PERFORM.
           CLOSE KYCRESTR.

       0419-REWRITE-KYCREG.
           OPEN OUTPUT KYCREG.
           PERFORM VARYING WS-KYC-IDX FROM 1 BY 1
              UNTIL WS-KYC-IDX > WS-KYC-COUNT
              MOVE WS-KYC-IDCLIENT(WS-KYC-IDX) TO KYC-IDCLIENT
              MOVE WS-KYC-CLASSE(WS-KYC-IDX) TO KYC-CLASSE-RISQUE
              MOVE WS-KYC-DOCUMENTS(WS-KYC-IDX) TO KYC-DOCUMENTS
              MOVE WS-KYC-DATE-REVUE(WS-KYC-IDX) TO KYC-DATE-REVUE
              MOVE WS-KYC-PROCHAINE(WS-KYC-IDX)
                TO KYC-DATE-PROCHAINE
              MOVE WS-KYC-STATUT(WS-KYC-IDX) TO KYC-STATUT
              WRITE KYCREG-RECORD
           END-PERFORM.
           CLOSE KYCREG.


      *>------------------------------------------------------------------------
      *> file des dossiers conformite ouverts sur touche du
      *> filtrage sanctions : F2 leve le gel (fausse alerte --
      *> homonymie), F3 confirme la touche (le gel reste pose) ;
      *> dans les deux cas l'operateur et la decision passent a
      *> AUDITLOG.DAT
       0420-DOSSIERS-GEL.
            PERFORM 0422-LOAD-GELCASES.
            INITIALIZE WSMSG.

            IF WS-GC-COUNT = 0
               MOVE "Aucun dossier conformite" TO WSMSG
               MOVE 1 TO WS-GC-CURRENT
               DISPLAY HEADER-SCREEN
               DISPLAY DOSSIERS-GEL-SCREEN
               ACCEPT DOSSIERS-GEL-SCREEN
            ELSE
               MOVE 1 TO WS-GC-CURRENT

               PERFORM FOREVER
                  ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE

                  DISPLAY HEADER-SCREEN
                  DISPLAY DOSSIERS-GEL-SCREEN
                  ACCEPT DOSSIERS-GEL-SCREEN
                  MOVE wRetCode TO WS-FNC-KEY

                  EVALUATE TRUE
                     WHEN V-FNC-F1
                        IF WS-GC-CURRENT < WS-GC-COUNT
                           ADD 1 TO WS-GC-CURRENT
                        ELSE
                           MOVE 1 TO WS-GC-CURRENT
                        END-IF
                        INITIALIZE WSMSG

                     WHEN V-FNC-F2
                        PERFORM 0424-LEVER-GEL

                     WHEN V-FNC-F3
                        PERFORM 0426-CONFIRMER-GEL

                     WHEN V-FNC-F9
                        EXIT PERFORM

                     WHEN OTHER
                        MOVE "F1-Suiv F2-Lever F3-Confirmer F9-Rev"
                          TO WSMSG
                  END-EVALUATE
               END-PERFORM
            END-IF.

       0422-LOAD-GELCASES.
           OPEN INPUT GELCASES.
           MOVE 0 TO WS-GC-COUNT.
           MOVE "NON" TO WS-GC-EOF.
           IF WS-GELCASES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GELCASES
              AT END MOVE "OUI" TO WS-GC-EOF
           END-READ.
           PERFORM UNTIL WS-GC-EOF = "OUI"
              ADD 1 TO WS-GC-COUNT
              MOVE GC-COMPTEID TO WS-GC-COMPTEID(WS-GC-COUNT)
              MOVE GC-NOM TO WS-GC-NOM(WS-GC-COUNT)
              MOVE GC-IBAN TO WS-GC-IBAN(WS-GC-COUNT)
              MOVE GC-MONTANT TO WS-GC-MONTANT(WS-GC-COUNT)
              MOVE GC-DATE TO WS-GC-DATE(WS-GC-COUNT)
              MOVE GC-ORIGINE TO WS-GC-ORIGINE(WS-GC-COUNT)
              MOVE GC-LIBELLE-HIT TO WS-GC-LIBELLE-HIT(WS-GC-COUNT)
              MOVE GC-STATUT TO WS-GC-STATUT(WS-GC-COUNT)
              READ GELCASES
                 AT END MOVE "OUI" TO WS-GC-EOF
              END-READ
           END-PERFORM.
           CLOSE GELCASES.

      *> fausse alerte : le gel administratif du compte est retire
      *> de GELADMIN.DAT et le dossier passe a LEVE
       0424-LEVER-GEL.
           IF WS-GC-STATUT(WS-GC-CURRENT) NOT = 'A TRAITER'
              MOVE "Dossier deja instruit" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-GC-COMPTEID(WS-GC-CURRENT) NOT = ZEROES
              PERFORM 0425-RETIRER-GELADMIN
              PERFORM 0427-RELANCER-SEPASUSP
              PERFORM 0428-RELANCER-VIRINTL
           END-IF.
      *>    facturier touche a l'ajout : la fausse alerte l'active
           IF WS-GC-ORIGINE(WS-GC-CURRENT) = 'FACTURIER'
              PERFORM 0687-LIBERER-FACTURIER
           END-IF.
           MOVE 'LEVE' TO WS-GC-STATUT(WS-GC-CURRENT).
           PERFORM 0429-REWRITE-GELCASES.

           MOVE "LEVEE GEL SANCTIONS" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "COMPTE " WS-GC-COMPTEID(WS-GC-CURRENT)
              " " WS-GC-NOM(WS-GC-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Gel leve" TO WSMSG.

      *> les virements du compte parques au statut GELE par
      *> sepaexportbatch repartent en file d'export (le debit
      *> client est deja fait : un faux positif ne perd pas
      *> l'argent) ; la ligne parquee passe REMIS
       0427-RELANCER-SEPASUSP.
           MOVE ZEROES TO WS-SSP-RELANCES.
           OPEN INPUT SEPASUSP.
           IF WS-SEPASUSP-STATUS NOT = "00"
              CLOSE SEPASUSP
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SEPASUSPTMP.
           MOVE "NON" TO WS-SSP-EOF.
           READ SEPASUSP
              AT END MOVE "OUI" TO WS-SSP-EOF
           END-READ.
           PERFORM UNTIL WS-SSP-EOF = "OUI"
              IF SS-STATUT = 'GELE'
                 AND SS-COMPTE-SRC = WS-GC-COMPTEID(WS-GC-CURRENT)
                 MOVE SS-ID TO SQ-ID
                 MOVE SS-IBAN-DEST TO SQ-IBAN-DEST
                 MOVE SS-MONTANT TO SQ-MONTANT
                 MOVE SS-LIBELLE TO SQ-LIBELLE
                 MOVE SS-DATE-EXEC TO SQ-DATE-EXEC
                 MOVE SS-COMPTE-SRC TO SQ-COMPTE-SRC
                 MOVE SS-CLIENT-SRC TO SQ-CLIENT-SRC
                 OPEN EXTEND SEPAQUEUE
                 WRITE SEPAQUEUE-RECORD
                 CLOSE SEPAQUEUE
                 MOVE 'REMIS' TO SS-STATUT
                 ADD 1 TO WS-SSP-RELANCES
              END-IF
              WRITE SEPASUSPTMP-RECORD FROM SEPASUSP-RECORD
              READ SEPASUSP
                 AT END MOVE "OUI" TO WS-SSP-EOF
              END-READ
           END-PERFORM.
           CLOSE SEPASUSP.
           CLOSE SEPASUSPTMP.

           OPEN INPUT SEPASUSPTMP.
           OPEN OUTPUT SEPASUSP.
           MOVE "NON" TO WS-SSP-EOF.
           READ SEPASUSPTMP
              AT END MOVE "OUI" TO WS-SSP-EOF
           END-READ.
           PERFORM UNTIL WS-SSP-EOF = "OUI"
              MOVE SEPASUSPTMP-RECORD TO SEPASUSP-RECORD
              WRITE SEPASUSP-RECORD
              READ SEPASUSPTMP
                 AT END MOVE "OUI" TO WS-SSP-EOF
              END-READ
           END-PERFORM.
           CLOSE SEPASUSPTMP.
           CLOSE SEPASUSP.

           IF WS-SSP-RELANCES > 0
              MOVE "RELANCE VIREMENTS GELES" TO BQA-ACTION
              MOVE SPACES TO BQA-DETAIL
              STRING WS-SSP-RELANCES " VIREMENT(S) DU COMPTE "
                 WS-GC-COMPTEID(WS-GC-CURRENT)
                 " REMIS EN FILE D'EXPORT"
                 DELIMITED BY SIZE INTO BQA-DETAIL
              PERFORM 0115-ECRIRE-AUDIT
           END-IF.

      *> meme principe pour les virements internationaux du compte
      *> geles par intlvirbatch : ils passent LIBERE et partent a la
      *> prochaine emission sans nouveau filtrage
       0428-RELANCER-VIRINTL.
           MOVE ZEROES TO WS-IVR-RELANCES.
           OPEN INPUT INTLVIR.
           IF WS-INTLVIR-STATUS NOT = "00"
              CLOSE INTLVIR
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT INTLVIRTMP.
           MOVE "NON" TO WS-IVR-EOF.
           READ INTLVIR
              AT END MOVE "OUI" TO WS-IVR-EOF
           END-READ.
           PERFORM UNTIL WS-IVR-EOF = "OUI"
              IF IV-STATUT = 'GELE'
                 AND IV-COMPTEID = WS-GC-COMPTEID(WS-GC-CURRENT)
                 MOVE 'LIBERE' TO IV-STATUT
                 ADD 1 TO WS-IVR-RELANCES
              END-IF
              WRITE INTLVIRTMP-RECORD FROM INTLVIR-RECORD
              READ INTLVIR
                 AT END MOVE "OUI" TO WS-IVR-EOF
              END-READ
           END-PERFORM.
           CLOSE INTLVIR.
           CLOSE INTLVIRTMP.

           OPEN INPUT INTLVIRTMP.
           OPEN OUTPUT INTLVIR.
           MOVE "NON" TO WS-IVR-EOF.
           READ INTLVIRTMP
              AT END MOVE "OUI" TO WS-IVR-EOF
           END-READ.
           PERFORM UNTIL WS-IVR-EOF = "OUI"
              MOVE INTLVIRTMP-RECORD TO INTLVIR-RECORD
              WRITE INTLVIR-RECORD
              READ INTLVIRTMP
                 AT END MOVE "OUI" TO WS-IVR-EOF
              END-READ
           END-PERFORM.
           CLOSE INTLVIRTMP.
           CLOSE INTLVIR.

           IF WS-IVR-RELANCES > 0
              MOVE "LIBERATION VIR INTL" TO BQA-ACTION
              MOVE SPACES TO BQA-DETAIL
              STRING WS-IVR-RELANCES " VIREMENT(S) INTL DU COMPTE "
                 WS-GC-COMPTEID(WS-GC-CURRENT)
                 " LIBERE(S) POUR EMISSION"
                 DELIMITED BY SIZE INTO BQA-DETAIL
              PERFORM 0115-ECRIRE-AUDIT
           END-IF.

       0426-CONFIRMER-GEL.
           IF WS-GC-STATUT(WS-GC-CURRENT) NOT = 'A TRAITER'
              MOVE "Dossier deja instruit" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE 'CONFIRME' TO WS-GC-STATUT(WS-GC-CURRENT).
           PERFORM 0429-REWRITE-GELCASES.

           MOVE "CONFIRMATION GEL SANCTIONS" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "COMPTE " WS-GC-COMPTEID(WS-GC-CURRENT)
              " " WS-GC-NOM(WS-GC-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Touche confirmee, gel maintenu" TO WSMSG.

      *> GELADMIN.DAT est recopie sans les lignes du compte leve
       0425-RETIRER-GELADMIN.
           MOVE 0 TO WS-GAD-COUNT.
           MOVE "NON" TO WS-GAD-EOF.
           OPEN INPUT GELADMIN.
           IF WS-GELADMIN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GELADMIN
              AT END MOVE "OUI" TO WS-GAD-EOF
           END-READ.
           PERFORM UNTIL WS-GAD-EOF = "OUI"
              IF GA-COMPTEID NOT = WS-GC-COMPTEID(WS-GC-CURRENT)
                 ADD 1 TO WS-GAD-COUNT
                 MOVE GA-COMPTEID TO WS-GAD-COMPTEID(WS-GAD-COUNT)
                 MOVE GA-DATE-POSE TO WS-GAD-DATE-POSE(WS-GAD-COUNT)
                 MOVE GA-MOTIF TO WS-GAD-MOTIF(WS-GAD-COUNT)
                 MOVE GA-STATUT TO WS-GAD-STATUT(WS-GAD-COUNT)
              END-IF
              READ GELADMIN
                 AT END MOVE "OUI" TO WS-GAD-EOF
              END-READ
           END-PERFORM.
           CLOSE GELADMIN.

           OPEN OUTPUT GELADMIN.
           PERFORM VARYING WS-GAD-IDX FROM 1 BY 1
              UNTIL WS-GAD-IDX > WS-GAD-COUNT
              MOVE WS-GAD-COMPTEID(WS-GAD-IDX) TO GA-COMPTEID
              MOVE WS-GAD-DATE-POSE(WS-GAD-IDX) TO GA-DATE-POSE
              MOVE WS-GAD-MOTIF(WS-GAD-IDX) TO GA-MOTIF
              MOVE WS-GAD-STATUT(WS-GAD-IDX) TO GA-STATUT
              WRITE GELADMIN-RECORD
           END-PERFORM.
           CLOSE GELADMIN.

       0429-REWRITE-GELCASES.
           OPEN OUTPUT GELCASES.
           PERFORM VARYING WS-GC-IDX FROM 1 BY 1
              UNTIL WS-GC-IDX > WS-GC-COUNT
              MOVE WS-GC-COMPTEID(WS-GC-IDX) TO GC-COMPTEID
              MOVE WS-GC-NOM(WS-GC-IDX) TO GC-NOM
              MOVE WS-GC-IBAN(WS-GC-IDX) TO GC-IBAN
              MOVE WS-GC-MONTANT(WS-GC-IDX) TO GC-MONTANT
              MOVE WS-GC-DATE(WS-GC-IDX) TO GC-DATE
              MOVE WS-GC-ORIGINE(WS-GC-IDX) TO GC-ORIGINE
              MOVE WS-GC-LIBELLE-HIT(WS-GC-IDX) TO GC-LIBELLE-HIT
              MOVE WS-GC-STATUT(WS-GC-IDX) TO GC-STATUT
              WRITE GELCASES-RECORD
           END-PERFORM.
           CLOSE GELCASES.


      *>------------------------------------------------------------------------
      *> file de renvoi du moteur de velocite carte : F2 confirme la
      *> fraude (la carte passe OPPOSEE, definitif), F3 libere la
      *> carte (retour ACTIVE) -- dans les deux cas le blocage
      *> temporaire BLOQUEE-VELO est remplace et la decision passe a
      *> AUDITLOG.DAT
       0430-RENVOIS-CB.
            PERFORM 0432-LOAD-CBREFERQ.
            INITIALIZE WSMSG.

            IF WS-RF-COUNT = 0
               MOVE "Aucun renvoi velocite" TO WSMSG
               MOVE 1 TO WS-RF-CURRENT
               DISPLAY HEADER-SCREEN
               DISPLAY RENVOIS-CB-SCREEN
               ACCEPT RENVOIS-CB-SCREEN
            ELSE
               MOVE 1 TO WS-RF-CURRENT

               PERFORM FOREVER
                  ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE

                  DISPLAY HEADER-SCREEN
                  DISPLAY RENVOIS-CB-SCREEN
                  ACCEPT RENVOIS-CB-SCREEN
                  MOVE wRetCode TO WS-FNC-KEY

                  EVALUATE TRUE
                     WHEN V-FNC-F1
                        IF WS-RF-CURRENT < WS-RF-COUNT
                           ADD 1 TO WS-RF-CURRENT
                        ELSE
                           MOVE 1 TO WS-RF-CURRENT
                        END-IF
                        INITIALIZE WSMSG

                     WHEN V-FNC-F2
                        MOVE 'OPPOSEE' TO WS-RF-STATUT-OP
                        MOVE 'FRAUDE' TO WS-RF-DECISION
                        PERFORM 0434-DECIDER-RENVOI

                     WHEN V-FNC-F3
                        MOVE 'ACTIVE' TO WS-RF-STATUT-OP
                        MOVE 'LIBEREE' TO WS-RF-DECISION
                        PERFORM 0434-DECIDER-RENVOI

                     WHEN V-FNC-F9
                        EXIT PERFORM

                     WHEN OTHER
                        MOVE "F1-Suiv F2-Fraude F3-Liberer F9-Rev"
                          TO WSMSG
                  END-EVALUATE
               END-PERFORM
            END-IF.

       0432-LOAD-CBREFERQ.
           OPEN INPUT CBREFERQ.
           MOVE 0 TO WS-RF-COUNT.
           MOVE "NON" TO WS-RF-EOF.
           IF WS-RF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CBREFERQ
              AT END MOVE "OUI" TO WS-RF-EOF
           END-READ.
           PERFORM UNTIL WS-RF-EOF = "OUI"
              ADD 1 TO WS-RF-COUNT
              MOVE RF-NUMCARTE TO WS-RF-NUMCARTE(WS-RF-COUNT)
              MOVE RF-COMPTEID TO WS-RF-COMPTEID(WS-RF-COUNT)
              MOVE RF-MAGASIN TO WS-RF-MAGASIN(WS-RF-COUNT)
              MOVE RF-DATE TO WS-RF-DATE(WS-RF-COUNT)
              MOVE RF-HEURE TO WS-RF-HEURE(WS-RF-COUNT)
              MOVE RF-MOTIF TO WS-RF-MOTIF(WS-RF-COUNT)
              MOVE RF-STATUT TO WS-RF-STATUT(WS-RF-COUNT)
              READ CBREFERQ
                 AT END MOVE "OUI" TO WS-RF-EOF
              END-READ
           END-PERFORM.
           CLOSE CBREFERQ.

       0434-DECIDER-RENVOI.
           IF WS-RF-STATUT(WS-RF-CURRENT) NOT = 'A TRAITER'
              MOVE "Renvoi deja instruit" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-RF-NUMCARTE(WS-RF-CURRENT) TO WS-RF-NUMCARTE-OP.
           CALL 'cartesop' USING WS-RF-COMPTEID(WS-RF-CURRENT),
              WS-RF-NUMCARTE-OP, WS-RF-STATUT-OP, WS-RF-SUCCESS.

           MOVE WS-RF-DECISION TO WS-RF-STATUT(WS-RF-CURRENT).
           PERFORM 0439-REWRITE-CBREFERQ.

           MOVE "DECISION RENVOI VELOCITE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CARTE " WS-RF-NUMCARTE(WS-RF-CURRENT)
              " " WS-RF-DECISION
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           IF WS-RF-DECISION = 'FRAUDE'
              MOVE "Fraude confirmee, carte opposee" TO WSMSG
           ELSE
              MOVE "Carte liberee" TO WSMSG
           END-IF.

       0439-REWRITE-CBREFERQ.
           OPEN OUTPUT CBREFERQ.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT
              MOVE WS-RF-NUMCARTE(WS-RF-IDX) TO RF-NUMCARTE
              MOVE WS-RF-COMPTEID(WS-RF-IDX) TO RF-COMPTEID
              MOVE WS-RF-MAGASIN(WS-RF-IDX) TO RF-MAGASIN
              MOVE WS-RF-DATE(WS-RF-IDX) TO RF-DATE
              MOVE WS-RF-HEURE(WS-RF-IDX) TO RF-HEURE
              MOVE WS-RF-MOTIF(WS-RF-IDX) TO RF-MOTIF
              MOVE WS-RF-STATUT(WS-RF-IDX) TO RF-STATUT
              WRITE CBREFERQ-RECORD
           END-PERFORM.
           CLOSE CBREFERQ.


      *>------------------------------------------------------------------------
      *> deblocage superviseur d'une carte BLOQUEE-PIN : le
      *> compteur d'echecs est remis a zero dans CARTESPIN.DAT
      *> (cartespinop action R) et la carte revient ACTIVE via
      *> cartesop ; le deblocage et l'operateur passent a
      *> AUDITLOG.DAT, symetriques de la trace de blocage
       0440-DEBLOQUER-PIN.
            INITIALIZE WSMSG.
            MOVE ZEROES TO WS-PIN-COMPTEID.
            MOVE SPACES TO WS-PIN-NUMCARTE.

            PERFORM FOREVER
               DISPLAY HEADER-SCREEN
               DISPLAY DEBLOQUER-PIN-SCREEN
               ACCEPT DEBLOQUER-PIN-SCREEN
               MOVE wRetCode TO WS-FNC-KEY

               EVALUATE TRUE
                  WHEN V-FNC-F1
                     PERFORM 0442-EXECUTER-DEBLOCAGE

                  WHEN V-FNC-F9
                     EXIT PERFORM

                  WHEN OTHER
                     MOVE "F1-Debloquer F9-Revenir" TO WSMSG
               END-EVALUATE
            END-PERFORM.

       0442-EXECUTER-DEBLOCAGE.
           IF WS-PIN-NUMCARTE = SPACES
              MOVE "Saisir le numero de carte" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'R' TO WS-PIN-ACTION.
           MOVE SPACES TO WS-PIN-VIDE.
           CALL 'cartespinop' USING WS-PIN-ACTION, WS-PIN-NUMCARTE,
              WS-PIN-VIDE, WS-PIN-VIDE, WS-PIN-RESULT.

           IF WS-PIN-RESULT = 'ABSENT'
              MOVE "Carte inconnue du registre PIN" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'ACTIVE' TO WS-PIN-STATUT-OP.
           CALL 'cartesop' USING WS-PIN-COMPTEID, WS-PIN-NUMCARTE,
              WS-PIN-STATUT-OP, WS-PIN-SUCCESS.

           MOVE "DEBLOCAGE PIN CARTE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "CARTE " WS-PIN-NUMCARTE " COMPTE "
              WS-PIN-COMPTEID
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           MOVE "PIN debloque, carte reactivee" TO WSMSG.


      *>------------------------------------------------------------------------
      *> caisse du guichet : le tiroir de l'operateur connecte est
      *> ouvert avec un comptage par coupures (F1), chaque
      *> mouvement d'especes du guichet recoit son ticket (F2), et
      *> la fermeture (F3) recompte les coupures -- l'ecart entre le
      *> compte et le theorique (ouverture + entrees - sorties) est
      *> trace a l'audit ; caisserecapbatch imprime le recapitulatif
      *> par guichetier avant la chaine de nuit
       0450-CAISSE.
            INITIALIZE WSMSG.
            PERFORM 0451-CHARGER-ETAT-CAISSE.

            PERFORM FOREVER
               ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE
               PERFORM 0452-CALCULER-THEORIQUE

               DISPLAY HEADER-SCREEN
               DISPLAY CAISSE-SCREEN
               ACCEPT CAISSE-SCREEN
               MOVE wRetCode TO WS-FNC-KEY

               EVALUATE TRUE
                  WHEN V-FNC-F1
                     PERFORM 0453-OUVRIR-TIROIR

                  WHEN V-FNC-F2
                     PERFORM 0455-SAISIR-TICKET

                  WHEN V-FNC-F3
                     PERFORM 0457-FERMER-TIROIR

                  WHEN V-FNC-F4
                     PERFORM 0445-CHANGE-GUICHET

                  WHEN V-FNC-F5
                     PERFORM 0651-COFFRE

                  WHEN V-FNC-F6
                     PERFORM 0659-PREAVIS-RETRAIT

                  WHEN V-FNC-F9
                     EXIT PERFORM

                  WHEN OTHER
                     MOVE "F1 a F6, ou F9 pour revenir" TO WSMSG
               END-EVALUATE
            END-PERFORM.

      *> le tiroir du jour de l'operateur connecte est-il ouvert ?
       0451-CHARGER-ETAT-CAISSE.
           MOVE 'NON' TO WS-CAI-OUVERTE.
           MOVE ZEROES TO WS-CAI-SOLDE-OUV.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           STRING WS-BQ-AUDIT-RAW(1:4) "-" WS-BQ-AUDIT-RAW(5:2) "-"
              WS-BQ-AUDIT-RAW(7:2)
              DELIMITED BY SIZE INTO WS-CAI-DATE-JOUR.
           MOVE 'NON' TO WS-CAI-EOF.
           OPEN INPUT CAISSE.
           IF WS-CAISSE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ CAISSE
              AT END MOVE 'OUI' TO WS-CAI-EOF
           END-READ.
           PERFORM UNTIL WS-CAI-EOF = 'OUI'
              IF CS-OPERATEUR = WS-OPER-ID
                 AND CS-DATE = WS-CAI-DATE-JOUR
                 AND CS-STATUT = 'OUVERTE'
                 MOVE 'OUI' TO WS-CAI-OUVERTE
                 MOVE CS-SOLDE-OUVERTURE TO WS-CAI-SOLDE-OUV
              END-IF
              READ CAISSE
                 AT END MOVE 'OUI' TO WS-CAI-EOF
              END-READ
           END-PERFORM.
           CLOSE CAISSE.

      *> theorique courant = ouverture + tickets entree - sortie,
      *> tickets en euros seulement (les devises ont leur stock)
       0452-CALCULER-THEORIQUE.
           MOVE ZEROES TO WS-CAI-ENTREES.
           MOVE ZEROES TO WS-CAI-SORTIES.
           MOVE 'NON' TO WS-CAI-EOF.
           OPEN INPUT CAISSETICK.
           READ CAISSETICK
              AT END MOVE 'OUI' TO WS-CAI-EOF
           END-READ.
           PERFORM UNTIL WS-CAI-EOF = 'OUI'
              IF TK-OPERATEUR = WS-OPER-ID
                 AND TK-DATE = WS-CAI-DATE-JOUR
                 AND (TK-DEVISE = 'EUR' OR TK-DEVISE = SPACES)
                 IF TK-SENS = 'E'
                    ADD TK-MONTANT TO WS-CAI-ENTREES
                 ELSE
                    ADD TK-MONTANT TO WS-CAI-SORTIES
                 END-IF
              END-IF
              READ CAISSETICK
                 AT END MOVE 'OUI' TO WS-CAI-EOF
              END-READ
           END-PERFORM.
           CLOSE CAISSETICK.
           COMPUTE WS-CAI-THEORIQUE = WS-CAI-SOLDE-OUV
              + WS-CAI-ENTREES - WS-CAI-SORTIES.
           MOVE WS-CAI-THEORIQUE TO WS-CAI-THEO-AFF.

       0453-OUVRIR-TIROIR.
           IF WS-CAI-OUVERTE = 'OUI'
              MOVE "Tiroir deja ouvert" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0454-COMPTER-COUPURES.
           IF WS-FNC-KEY NOT = 1001
              MOVE "Ouverture abandonnee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0459-COMPTER-DEVISES.
           IF WS-FNC-KEY NOT = 1001
              MOVE "Ouverture abandonnee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-OPER-ID TO CS-OPERATEUR.
           MOVE WS-CAI-DATE-JOUR TO CS-DATE.
           MOVE WS-CAI-TOTAL-DENOM TO CS-SOLDE-OUVERTURE.
           MOVE 'OUVERTE' TO CS-STATUT.
           OPEN EXTEND CAISSE.
           WRITE CAISSE-RECORD.
           CLOSE CAISSE.

           MOVE 'O' TO DN-MOMENT.
           PERFORM 0456-ECRIRE-DENOM.
           MOVE 'O' TO DV-MOMENT.
           PERFORM 0461-ECRIRE-DEVISES.

           MOVE 'OUI' TO WS-CAI-OUVERTE.
           MOVE WS-CAI-TOTAL-DENOM TO WS-CAI-SOLDE-OUV.

           MOVE "OUVERTURE CAISSE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "SOLDE OUVERTURE " WS-CAI-TOTAL-DENOM
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Tiroir ouvert" TO WSMSG.

       0454-COMPTER-COUPURES.
           MOVE ZEROES TO WS-CAI-NB-50.
           MOVE ZEROES TO WS-CAI-NB-20.
           MOVE ZEROES TO WS-CAI-NB-10.
           MOVE ZEROES TO WS-CAI-NB-5.
           MOVE ZEROES TO WS-CAI-PIECES.
           DISPLAY HEADER-SCREEN.
           DISPLAY CAISSE-DENOM-SCREEN.
           ACCEPT CAISSE-DENOM-SCREEN.
           MOVE wRetCode TO WS-FNC-KEY.
           COMPUTE WS-CAI-TOTAL-DENOM =
              WS-CAI-NB-50 * 50 + WS-CAI-NB-20 * 20
              + WS-CAI-NB-10 * 10 + WS-CAI-NB-5 * 5
              + WS-CAI-PIECES.

       0455-SAISIR-TICKET.
           IF WS-CAI-OUVERTE = 'NON'
              MOVE "Ouvrir le tiroir d'abord" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CAI-SENS.
           MOVE ZEROES TO WS-CAI-MONTANT.
           MOVE SPACES TO WS-CAI-LIBELLE.
           DISPLAY HEADER-SCREEN.
           DISPLAY CAISSE-TICKET-SCREEN.
           ACCEPT CAISSE-TICKET-SCREEN.
           MOVE wRetCode TO WS-FNC-KEY.
           IF WS-FNC-KEY NOT = 1001
              MOVE "Ticket abandonne" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAI-SENS NOT = 'E' AND WS-CAI-SENS NOT = 'S'
              MOVE "Sens E ou S" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-OPER-ID TO TK-OPERATEUR.
           MOVE WS-CAI-DATE-JOUR TO TK-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TK-HEURE.
           MOVE WS-CAI-SENS TO TK-SENS.
           MOVE WS-CAI-MONTANT TO TK-MONTANT.
           MOVE WS-CAI-LIBELLE TO TK-LIBELLE.
           MOVE 'EUR' TO TK-DEVISE.
           OPEN EXTEND CAISSETICK.
           WRITE CAISSETICK-RECORD.
           CLOSE CAISSETICK.
           MOVE "Ticket enregistre" TO WSMSG.

       0456-ECRIRE-DENOM.
           MOVE WS-OPER-ID TO DN-OPERATEUR.
           MOVE WS-CAI-DATE-JOUR TO DN-DATE.
           MOVE WS-CAI-NB-50 TO DN-NB-50.
           MOVE WS-CAI-NB-20 TO DN-NB-20.
           MOVE WS-CAI-NB-10 TO DN-NB-10.
           MOVE WS-CAI-NB-5 TO DN-NB-5.
           MOVE WS-CAI-PIECES TO DN-PIECES.
           MOVE WS-CAI-TOTAL-DENOM TO DN-TOTAL.
           OPEN EXTEND CAISSEDENOM.
           WRITE CAISSEDENOM-RECORD.
           CLOSE CAISSEDENOM.

       0457-FERMER-TIROIR.
           IF WS-CAI-OUVERTE = 'NON'
              MOVE "Aucun tiroir ouvert" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0454-COMPTER-COUPURES.
           IF WS-FNC-KEY NOT = 1001
              MOVE "Fermeture abandonnee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0459-COMPTER-DEVISES.
           IF WS-FNC-KEY NOT = 1001
              MOVE "Fermeture abandonnee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'F' TO DN-MOMENT.
           PERFORM 0456-ECRIRE-DENOM.
           MOVE 'F' TO DV-MOMENT.
           PERFORM 0461-ECRIRE-DEVISES.

           PERFORM 0452-CALCULER-THEORIQUE.
           COMPUTE WS-CAI-ECART =
              WS-CAI-TOTAL-DENOM - WS-CAI-THEORIQUE.

           PERFORM 0458-MARQUER-FERMEE.
           MOVE 'NON' TO WS-CAI-OUVERTE.

           MOVE "FERMETURE CAISSE" TO BQA-ACTION.
           MOVE WS-CAI-ECART TO WS-CAI-ECART-AFF.
           MOVE SPACES TO BQA-DETAIL.
           STRING "COMPTE " WS-CAI-TOTAL-DENOM
              " ECART " WS-CAI-ECART-AFF
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           MOVE SPACES TO WSMSG.
           STRING "Tiroir ferme, ecart : " WS-CAI-ECART-AFF
              DELIMITED BY SIZE INTO WSMSG.

      *> la ligne OUVERTE du jour passe a FERMEE (charge-table puis
      *> reecrit, comme cartesop)
       0458-MARQUER-FERMEE.
           MOVE 0 TO WS-CAI-COUNT.
           MOVE 'NON' TO WS-CAI-EOF.
           OPEN INPUT CAISSE.
           READ CAISSE
              AT END MOVE 'OUI' TO WS-CAI-EOF
           END-READ.
           PERFORM UNTIL WS-CAI-EOF = 'OUI'
              ADD 1 TO WS-CAI-COUNT
              MOVE CS-OPERATEUR TO WS-CAI-T-OPERATEUR(WS-CAI-COUNT)
              MOVE CS-DATE TO WS-CAI-T-DATE(WS-CAI-COUNT)
              MOVE CS-SOLDE-OUVERTURE TO WS-CAI-T-SOLDE(WS-CAI-COUNT)
              MOVE CS-STATUT TO WS-CAI-T-STATUT(WS-CAI-COUNT)
              IF CS-OPERATEUR = WS-OPER-ID
                 AND CS-DATE = WS-CAI-DATE-JOUR
                 AND CS-STATUT = 'OUVERTE'
                 MOVE 'FERMEE' TO WS-CAI-T-STATUT(WS-CAI-COUNT)
              END-IF
              READ CAISSE
                 AT END MOVE 'OUI' TO WS-CAI-EOF
              END-READ
           END-PERFORM.
           CLOSE CAISSE.

           OPEN OUTPUT CAISSE.
           PERFORM VARYING WS-CAI-IDX FROM 1 BY 1
              UNTIL WS-CAI-IDX > WS-CAI-COUNT
              MOVE WS-CAI-T-OPERATEUR(WS-CAI-IDX) TO CS-OPERATEUR
              MOVE WS-CAI-T-DATE(WS-CAI-IDX) TO CS-DATE
              MOVE WS-CAI-T-SOLDE(WS-CAI-IDX) TO CS-SOLDE-OUVERTURE
              MOVE WS-CAI-T-STATUT(WS-CAI-IDX) TO CS-STATUT
              WRITE CAISSE-RECORD
           END-PERFORM.
           CLOSE CAISSE.

      *> comptage des billets etrangers du tiroir, quatre devises au
      *> plus ; une ligne laissee a blanc est ignoree
       0459-COMPTER-DEVISES.
           INITIALIZE WS-CDV-SAISIE.
           DISPLAY HEADER-SCREEN.
           DISPLAY CAISSE-DEVISES-SCREEN.
           ACCEPT CAISSE-DEVISES-SCREEN.
           MOVE wRetCode TO WS-FNC-KEY.

      *> une ligne CAISSEDEV.DAT par devise comptee, DV-MOMENT pose
      *> par l'appelant (O ouverture, F fermeture)
       0461-ECRIRE-DEVISES.
           MOVE WS-OPER-ID TO DV-OPERATEUR.
           MOVE WS-CAI-DATE-JOUR TO DV-DATE.
           OPEN EXTEND CAISSEDEV.
           IF WS-CAISSEDEV-STATUS = "35"
              CLOSE CAISSEDEV
              OPEN OUTPUT CAISSEDEV
           END-IF.
           PERFORM VARYING WS-CDV-IDX FROM 1 BY 1
              UNTIL WS-CDV-IDX > 4
              IF WS-CDV-DEVISE(WS-CDV-IDX) NOT = SPACES
                 AND WS-CDV-DEVISE(WS-CDV-IDX) NOT = 'EUR'
                 MOVE WS-CDV-DEVISE(WS-CDV-IDX) TO DV-DEVISE
                 MOVE WS-CDV-MONTANT(WS-CDV-IDX) TO DV-MONTANT
                 WRITE CAISSEDEV-RECORD
              END-IF
           END-PERFORM.
           CLOSE CAISSEDEV.

      *>------------------------------------------------------------------------
      *> change manuel au guichet : achat (A) ou vente (V) de billets
      *> etrangers, cote au cours du jour de TAUXCHANGE.DAT minore
      *> ou majore de la marge de CHANGEPARM.DAT. F1 cote, F2 cote a
      *> nouveau et valide : deux tickets (la devise et l'euro) dans
      *> le tiroir, une ligne CHANGEOPS.DAT dont la marge part en
      *> produit au grand livre, trace d'audit. Au-dela du seuil
      *> d'identification, un non-client n'est servi que si son
      *> identite est relevee.
      *>------------------------------------------------------------------------
       0445-CHANGE-GUICHET.
           IF WS-CAI-OUVERTE = 'NON'
              MOVE "Ouvrir le tiroir d'abord" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0449-LIRE-CHANGEPARM.
           PERFORM 0322-LOAD-TAUXCHANGE.
           MOVE SPACES TO WS-CHG-SENS.
           MOVE SPACES TO WS-CHG-DEVISE.
           MOVE ZEROES TO WS-CHG-MONTANT-DEV.
           MOVE ZEROES TO WS-CHG-COMPTEID.
           MOVE ZEROES TO WS-CHG-IDCLIENT.
           MOVE SPACES TO WS-CHG-NOM.
           MOVE SPACES TO WS-CHG-PIECE.
           MOVE SPACES TO WS-CHG-NUMERO.
           MOVE ZEROES TO WS-CHG-TAUX-AFF.
           MOVE ZEROES TO WS-CHG-EUR-AFF.
           MOVE 'NON' TO WS-CHG-COTE.
           INITIALIZE WSMSG.

           PERFORM FOREVER
              DISPLAY HEADER-SCREEN
              DISPLAY CAISSE-CHANGE-SCREEN
              ACCEPT CAISSE-CHANGE-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    PERFORM 0446-COTER-CHANGE

                 WHEN V-FNC-F2
                    PERFORM 0446-COTER-CHANGE
                    IF WS-CHG-COTE = 'OUI'
                       PERFORM 0447-EXECUTER-CHANGE
                    END-IF
                    IF WS-CHG-COTE = 'FIN'
                       EXIT PERFORM
                    END-IF

                 WHEN V-FNC-F9
                    INITIALIZE WSMSG
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Coter F2-Valider F9-Revenir" TO WSMSG
              END-EVALUATE
           END-PERFORM.

      *> cotation : cours du jour le plus recent de la paire
      *> devise/EUR dont la date d'effet ne depasse pas ce jour ;
      *> la marge est la difference avec la contre-valeur au cours
      *> du jour
       0446-COTER-CHANGE.
           MOVE 'NON' TO WS-CHG-COTE.
           MOVE ZEROES TO WS-CHG-TAUX-AFF.
           MOVE ZEROES TO WS-CHG-EUR-AFF.
           IF WS-CHG-SENS NOT = 'A' AND WS-CHG-SENS NOT = 'V'
              MOVE "Sens A (achat) ou V (vente)" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHG-DEVISE = SPACES OR WS-CHG-DEVISE = 'EUR'
              MOVE "Veuillez saisir une devise etrangere" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHG-MONTANT-DEV = ZEROES
              OR WS-CHG-MONTANT-DEV > 99999.99
              MOVE "Montant en devise hors limites du guichet"
                TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'NON' TO WS-CHG-TAUX-TROUVE.
           MOVE SPACES TO WS-CHG-TAUX-DATE.
           MOVE ZEROES TO WS-CHG-TAUX-JOUR.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
              UNTIL WS-TX-IDX > WS-TX-COUNT
              IF WS-TX-DEVISE-OP(WS-TX-IDX) = WS-CHG-DEVISE
                 AND WS-TX-DEVISE-COMPTE(WS-TX-IDX) = 'EUR'
                 AND WS-TX-DATE-EFFET(WS-TX-IDX)
                    NOT > WS-CAI-DATE-JOUR
                 AND WS-TX-DATE-EFFET(WS-TX-IDX)
                    NOT < WS-CHG-TAUX-DATE
                 MOVE 'OUI' TO WS-CHG-TAUX-TROUVE
                 MOVE WS-TX-TAUX(WS-TX-IDX) TO WS-CHG-TAUX-JOUR
                 MOVE WS-TX-DATE-EFFET(WS-TX-IDX) TO WS-CHG-TAUX-DATE
              END-IF
           END-PERFORM.
           IF WS-CHG-TAUX-TROUVE = 'NON'
              OR WS-CHG-TAUX-JOUR = ZEROES
              MOVE "Devise non cotee ce jour" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CHG-VALEUR-JOUR ROUNDED =
              WS-CHG-MONTANT-DEV * WS-CHG-TAUX-JOUR.
           IF WS-CHG-SENS = 'A'
              COMPUTE WS-CHG-TAUX-APPLIQUE ROUNDED =
                 WS-CHG-TAUX-JOUR * (1 - WS-CHG-MARGE-ACHAT / 100)
           ELSE
              COMPUTE WS-CHG-TAUX-APPLIQUE ROUNDED =
                 WS-CHG-TAUX-JOUR * (1 + WS-CHG-MARGE-VENTE / 100)
           END-IF.
           COMPUTE WS-CHG-CONTREVALEUR ROUNDED =
              WS-CHG-MONTANT-DEV * WS-CHG-TAUX-APPLIQUE.
           IF WS-CHG-CONTREVALEUR = ZEROES
              OR WS-CHG-CONTREVALEUR > 99999.99
              MOVE "Contre-valeur hors limites du guichet" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHG-CONTREVALEUR TO WS-CHG-MONTANT-EUR.

           MOVE ZEROES TO WS-CHG-MARGE-EUR.
           IF WS-CHG-SENS = 'A'
              IF WS-CHG-VALEUR-JOUR > WS-CHG-CONTREVALEUR
                 COMPUTE WS-CHG-MARGE-EUR =
                    WS-CHG-VALEUR-JOUR - WS-CHG-CONTREVALEUR
              END-IF
           ELSE
              IF WS-CHG-CONTREVALEUR > WS-CHG-VALEUR-JOUR
                 COMPUTE WS-CHG-MARGE-EUR =
                    WS-CHG-CONTREVALEUR - WS-CHG-VALEUR-JOUR
              END-IF
           END-IF.

           MOVE WS-CHG-TAUX-APPLIQUE TO WS-CHG-TAUX-AFF.
           MOVE WS-CHG-MONTANT-EUR TO WS-CHG-EUR-AFF.
           MOVE 'OUI' TO WS-CHG-COTE.
           MOVE "Cotation faite, F2 pour valider" TO WSMSG.

       0447-EXECUTER-CHANGE.
      *>    client identifie par son compte ; sinon, au-dela du seuil,
      *>    l'identite du non-client doit etre relevee
           IF WS-CHG-COMPTEID NOT = ZEROES
              CALL 'comptetitulaires' USING WS-CHG-COMPTEID,
                 WS-CHG-IDCLIENT, WS-CHG-ROLE, WS-CHG-TIT
              IF WS-CHG-TIT NOT = 'OUI'
                 MOVE "Client et compte ne correspondent pas"
                   TO WSMSG
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF WS-CHG-MONTANT-EUR > WS-CHG-SEUIL-IDENT
                 AND (WS-CHG-NOM = SPACES OR WS-CHG-PIECE = SPACES
                    OR WS-CHG-NUMERO = SPACES)
                 MOVE "Non-client au-dela du seuil : identite requise"
                   TO WSMSG
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *>    le tiroir doit pouvoir servir ce qu'il rend
           IF WS-CHG-SENS = 'V'
              PERFORM 0448-STOCK-DEVISE
              IF WS-CHG-STOCK < WS-CHG-MONTANT-DEV
                 MOVE "Stock de devises insuffisant" TO WSMSG
                 EXIT PARAGRAPH
              END-IF
           ELSE
              PERFORM 0452-CALCULER-THEORIQUE
              IF WS-CAI-THEORIQUE < WS-CHG-MONTANT-EUR
                 MOVE "Especes en euros insuffisantes" TO WSMSG
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE WS-OPER-ID TO TK-OPERATEUR.
           MOVE WS-CAI-DATE-JOUR TO TK-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TK-HEURE.
           MOVE SPACES TO TK-LIBELLE.
           IF WS-CHG-SENS = 'A'
              STRING "CHANGE ACHAT " WS-CHG-DEVISE
                 DELIMITED BY SIZE INTO TK-LIBELLE
           ELSE
              STRING "CHANGE VENTE " WS-CHG-DEVISE
                 DELIMITED BY SIZE INTO TK-LIBELLE
           END-IF.
           OPEN EXTEND CAISSETICK.
           IF WS-CHG-SENS = 'A'
              MOVE 'E' TO TK-SENS
           ELSE
              MOVE 'S' TO TK-SENS
           END-IF.
           MOVE WS-CHG-MONTANT-DEV TO TK-MONTANT.
           MOVE WS-CHG-DEVISE TO TK-DEVISE.
           WRITE CAISSETICK-RECORD.
           IF WS-CHG-SENS = 'A'
              MOVE 'S' TO TK-SENS
           ELSE
              MOVE 'E' TO TK-SENS
           END-IF.
           MOVE WS-CHG-MONTANT-EUR TO TK-MONTANT.
           MOVE 'EUR' TO TK-DEVISE.
           WRITE CAISSETICK-RECORD.
           CLOSE CAISSETICK.

           MOVE WS-OPER-ID TO CG-OPERATEUR.
           MOVE WS-CAI-DATE-JOUR TO CG-DATE.
           MOVE TK-HEURE TO CG-HEURE.
           MOVE WS-CHG-SENS TO CG-SENS.
           MOVE WS-CHG-DEVISE TO CG-DEVISE.
           MOVE WS-CHG-MONTANT-DEV TO CG-MONTANT-DEV.
           MOVE WS-CHG-TAUX-JOUR TO CG-TAUX-JOUR.
           MOVE WS-CHG-TAUX-APPLIQUE TO CG-TAUX-APPLIQUE.
           MOVE WS-CHG-MONTANT-EUR TO CG-MONTANT-EUR.
           MOVE WS-CHG-MARGE-EUR TO CG-MARGE-EUR.
           MOVE WS-CHG-COMPTEID TO CG-COMPTEID.
           IF WS-CHG-COMPTEID = ZEROES
              MOVE ZEROES TO CG-IDCLIENT
              MOVE WS-CHG-NOM TO CG-IDENT-NOM
              MOVE WS-CHG-PIECE TO CG-IDENT-PIECE
              MOVE WS-CHG-NUMERO TO CG-IDENT-NUMERO
           ELSE
              MOVE WS-CHG-IDCLIENT TO CG-IDCLIENT
              MOVE SPACES TO CG-IDENT-NOM
              MOVE SPACES TO CG-IDENT-PIECE
              MOVE SPACES TO CG-IDENT-NUMERO
           END-IF.
           OPEN EXTEND CHANGEOPS.
           IF WS-CHANGEOPS-STATUS = "35"
              CLOSE CHANGEOPS
              OPEN OUTPUT CHANGEOPS
           END-IF.
           WRITE CHANGEOPS-RECORD.
           CLOSE CHANGEOPS.

           MOVE "CHANGE GUICHET" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING WS-CHG-SENS " " WS-CHG-DEVISE " "
              WS-CHG-MONTANT-DEV " EUR " WS-CHG-MONTANT-EUR
              " MARGE " WS-CHG-MARGE-EUR
              " COMPTE " WS-CHG-COMPTEID
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

           MOVE 'FIN' TO WS-CHG-COTE.
           MOVE "Operation de change enregistree" TO WSMSG.

      *> stock theorique de la devise : comptage d'ouverture +
      *> tickets entree - tickets sortie du tiroir dans la devise
       0448-STOCK-DEVISE.
           MOVE ZEROES TO WS-CHG-STOCK.
           MOVE 'NON' TO WS-CAI-EOF.
           OPEN INPUT CAISSEDEV.
           IF WS-CAISSEDEV-STATUS = "00"
              READ CAISSEDEV
                 AT END MOVE 'OUI' TO WS-CAI-EOF
              END-READ
              PERFORM UNTIL WS-CAI-EOF = 'OUI'
                 IF DV-OPERATEUR = WS-OPER-ID
                    AND DV-DATE = WS-CAI-DATE-JOUR
                    AND DV-MOMENT = 'O'
                    AND DV-DEVISE = WS-CHG-DEVISE
                    ADD DV-MONTANT TO WS-CHG-STOCK
                 END-IF
                 READ CAISSEDEV
                    AT END MOVE 'OUI' TO WS-CAI-EOF
                 END-READ
              END-PERFORM
              CLOSE CAISSEDEV
           END-IF.

           MOVE 'NON' TO WS-CAI-EOF.
           OPEN INPUT CAISSETICK.
           READ CAISSETICK
           PERFORM UNTIL WS-CAI-EOF = 'OUI'
              IF TK-OPERATEUR = WS-OPER-ID
                 AND TK-DATE = WS-CAI-DATE-JOUR
                 AND TK-DEVISE = WS-CHG-DEVISE
                 IF TK-SENS = 'E'
                    ADD TK-MONTANT TO WS-CHG-STOCK
                 ELSE
                    SUBTRACT TK-MONTANT FROM WS-CHG-STOCK
                 END-IF
              END-IF
              READ CAISSETICK
                 AT END MOVE 'OUI' TO WS-CAI-EOF
              END-READ
           END-PERFORM.
           CLOSE CAISSETICK.

       0449-LIRE-CHANGEPARM.
           MOVE 2.00 TO WS-CHG-MARGE-ACHAT.
           MOVE 2.00 TO WS-CHG-MARGE-VENTE.
           MOVE 1000.00 TO WS-CHG-SEUIL-IDENT.
           OPEN INPUT CHANGEPARM.
           IF WS-CHANGEPARM-STATUS = "00"
              READ CHANGEPARM
                 NOT AT END
                    MOVE CP-MARGE-ACHAT TO WS-CHG-MARGE-ACHAT
                    MOVE CP-MARGE-VENTE TO WS-CHG-MARGE-VENTE
                    MOVE CP-SEUIL-IDENT TO WS-CHG-SEUIL-IDENT
              END-READ
              CLOSE CHANGEPARM
           END-IF.

      *>------------------------------------------------------------------------
      *> coffre d'agence : chaque mouvement est saisi par l'operateur
      *> connecte et valide par un second operateur ACTIF present au
      *> guichet (double controle), trace dans COFFREMVT.DAT et a
      *> l'audit.
      *>   T  coffre vers le tiroir de l'operateur : ticket d'entree
      *>      APPRO COFFRE, le coffre doit avoir les billets
      *>   R  tiroir vers le coffre : ticket de sortie VERSEMENT
      *>      COFFRE, dans la limite du theorique du tiroir
      *>   L  livraison du transporteur sur une commande PROPOSEE de
      *>      CMDFONDS.DAT ; fondsbatch la passe LIVREE et rapproche
      *>      les quantites recues de la commande
      *>   C  comptage du coffre : le compte remplace le stock
      *>      theorique, l'ecart part au rapport CAISSE.RPT
      *>------------------------------------------------------------------------
       0651-COFFRE.
           PERFORM 0231-LIRE-AGENCEPARM.
           MOVE WS-OC-CODE-GUICHET TO WS-CFR-AGENCE-COUR.
           INITIALIZE WSMSG.

           PERFORM FOREVER
              PERFORM 0652-CHARGER-COFFRE
              MOVE SPACES TO WS-CFR-TYPE
              MOVE ZEROES TO WS-CFR-NB-50
              MOVE ZEROES TO WS-CFR-NB-20
              MOVE ZEROES TO WS-CFR-NB-10
              MOVE ZEROES TO WS-CFR-NB-5
              MOVE ZEROES TO WS-CFR-PIECES
              MOVE ZEROES TO WS-CFR-REFCMDE
              MOVE SPACES TO WS-CFR-VALIDEUR

              DISPLAY HEADER-SCREEN
              DISPLAY CAISSE-COFFRE-SCREEN
              ACCEPT CAISSE-COFFRE-SCREEN
              MOVE wRetCode TO WS-FNC-KEY

              EVALUATE TRUE
                 WHEN V-FNC-F1
                    PERFORM 0653-VALIDER-MOUVEMENT

                 WHEN V-FNC-F9
                    INITIALIZE WSMSG
                    EXIT PERFORM

                 WHEN OTHER
                    MOVE "F1-Valider F9-Revenir" TO WSMSG
              END-EVALUATE
           END-PERFORM.

      *> stocks de COFFRE.DAT en table ; WS-CFR-CUR pointe la ligne
      *> de l'agence, creee a vide au premier mouvement (zero si la
      *> table est pleine)
       0652-CHARGER-COFFRE.
           MOVE ZEROES TO WS-CFR-COUNT.
           MOVE ZEROES TO WS-CFR-CUR.
           MOVE 'NON' TO WS-CFR-EOF.
           OPEN INPUT COFFRE.
           IF WS-COFFRE-STATUS = "00"
              READ COFFRE
                 AT END MOVE 'OUI' TO WS-CFR-EOF
              END-READ
              PERFORM UNTIL WS-CFR-EOF = 'OUI'
                 IF WS-CFR-COUNT < 20
                    ADD 1 TO WS-CFR-COUNT
                    MOVE COFFRE-RECORD TO WS-CFR-ENTRY(WS-CFR-COUNT)
                    IF CF-AGENCE = WS-CFR-AGENCE-COUR
                       MOVE WS-CFR-COUNT TO WS-CFR-CUR
                    END-IF
                 END-IF
                 READ COFFRE
                    AT END MOVE 'OUI' TO WS-CFR-EOF
                 END-READ
              END-PERFORM
              CLOSE COFFRE
           END-IF.

           IF WS-CFR-CUR = ZEROES AND WS-CFR-COUNT < 20
              ADD 1 TO WS-CFR-COUNT
              MOVE WS-CFR-COUNT TO WS-CFR-CUR
              MOVE WS-CFR-AGENCE-COUR TO WS-CFS-AGENCE(WS-CFR-CUR)
              MOVE ZEROES TO WS-CFS-NB-50(WS-CFR-CUR)
              MOVE ZEROES TO WS-CFS-NB-20(WS-CFR-CUR)
              MOVE ZEROES TO WS-CFS-NB-10(WS-CFR-CUR)
              MOVE ZEROES TO WS-CFS-NB-5(WS-CFR-CUR)
              MOVE ZEROES TO WS-CFS-PIECES(WS-CFR-CUR)
              MOVE SPACES TO WS-CFS-DATE-MAJ(WS-CFR-CUR)
           END-IF.

           MOVE ZEROES TO WS-CFR-STOCK-TOTAL.
           IF WS-CFR-CUR NOT = ZEROES
              COMPUTE WS-CFR-STOCK-TOTAL =
                 WS-CFS-NB-50(WS-CFR-CUR) * 50
                 + WS-CFS-NB-20(WS-CFR-CUR) * 20
                 + WS-CFS-NB-10(WS-CFR-CUR) * 10
                 + WS-CFS-NB-5(WS-CFR-CUR) * 5
                 + WS-CFS-PIECES(WS-CFR-CUR)
           END-IF.
           MOVE WS-CFR-STOCK-TOTAL TO WS-CFR-STOCK-AFF.

       0653-VALIDER-MOUVEMENT.
           IF WS-CFR-TYPE NOT = 'T' AND WS-CFR-TYPE NOT = 'R'
              AND WS-CFR-TYPE NOT = 'L' AND WS-CFR-TYPE NOT = 'C'
              MOVE "Mouvement T, R, L ou C" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CFR-CUR = ZEROES
              MOVE "Table des coffres pleine" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CFR-TOTAL =
              WS-CFR-NB-50 * 50 + WS-CFR-NB-20 * 20
              + WS-CFR-NB-10 * 10 + WS-CFR-NB-5 * 5
              + WS-CFR-PIECES.
           IF WS-CFR-TOTAL = ZEROES AND WS-CFR-TYPE NOT = 'C'
              MOVE "Mouvement sans montant" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0654-VERIFIER-VALIDEUR.
           IF WS-CFR-VALID-TROUVE = 'NON'
              MOVE "Valideur inconnu, inactif ou saisissant" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-CFR-TYPE
              WHEN 'T'
                 PERFORM 0655-COFFRE-VERS-TIROIR
              WHEN 'R'
                 PERFORM 0656-TIROIR-VERS-COFFRE
              WHEN 'L'
                 PERFORM 0657-LIVRAISON-FONDS
              WHEN 'C'
                 PERFORM 0658-COMPTER-COFFRE
           END-EVALUATE.

      *> double controle : le valideur existe, est ACTIF et n'est
      *> pas l'operateur qui saisit
       0654-VERIFIER-VALIDEUR.
           MOVE 'NON' TO WS-CFR-VALID-TROUVE.
           IF WS-CFR-VALIDEUR = SPACES
              OR WS-CFR-VALIDEUR = WS-OPER-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NON' TO WS-EOF-OPERATEURS.
           OPEN INPUT OPERATEURS.
           READ OPERATEURS
              AT END MOVE 'OUI' TO WS-EOF-OPERATEURS
           END-READ.
           PERFORM UNTIL WS-EOF-OPERATEURS = 'OUI'
              IF OP-ID = WS-CFR-VALIDEUR
                 AND OP-STATUT = 'ACTIF'
                 MOVE 'OUI' TO WS-CFR-VALID-TROUVE
                 MOVE 'OUI' TO WS-EOF-OPERATEURS
              ELSE
                 READ OPERATEURS
                    AT END MOVE 'OUI' TO WS-EOF-OPERATEURS
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE OPERATEURS.

       0655-COFFRE-VERS-TIROIR.
           IF WS-CAI-OUVERTE = 'NON'
              MOVE "Ouvrir le tiroir d'abord" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CFR-TOTAL > 99999.99
              MOVE "Montant au-dela d'un ticket de caisse" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CFR-NB-50 > WS-CFS-NB-50(WS-CFR-CUR)
              OR WS-CFR-NB-20 > WS-CFS-NB-20(WS-CFR-CUR)
              OR WS-CFR-NB-10 > WS-CFS-NB-10(WS-CFR-CUR)
              OR WS-CFR-NB-5 > WS-CFS-NB-5(WS-CFR-CUR)
              OR WS-CFR-PIECES > WS-CFS-PIECES(WS-CFR-CUR)
              MOVE "Coupures absentes du coffre" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-CFR-NB-50 FROM WS-CFS-NB-50(WS-CFR-CUR).
           SUBTRACT WS-CFR-NB-20 FROM WS-CFS-NB-20(WS-CFR-CUR).
           SUBTRACT WS-CFR-NB-10 FROM WS-CFS-NB-10(WS-CFR-CUR).
           SUBTRACT WS-CFR-NB-5 FROM WS-CFS-NB-5(WS-CFR-CUR).
           SUBTRACT WS-CFR-PIECES FROM WS-CFS-PIECES(WS-CFR-CUR).

           MOVE 'E' TO TK-SENS.
           MOVE "APPRO COFFRE" TO TK-LIBELLE.
           PERFORM 0663-ECRIRE-TICKET-COFFRE.

           MOVE 'CT' TO CM-TYPE.
           MOVE ZEROES TO CM-THEORIQUE.
           PERFORM 0660-ENREGISTRER-MOUVEMENT.
           MOVE "Tiroir approvisionne depuis le coffre" TO WSMSG.

       0656-TIROIR-VERS-COFFRE.
           IF WS-CAI-OUVERTE = 'NON'
              MOVE "Ouvrir le tiroir d'abord" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-CFR-TOTAL > 99999.99
              MOVE "Montant au-dela d'un ticket de caisse" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0452-CALCULER-THEORIQUE.
           IF WS-CAI-THEORIQUE < WS-CFR-TOTAL
              MOVE "Le tiroir ne contient pas ce montant" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           ADD WS-CFR-NB-50 TO WS-CFS-NB-50(WS-CFR-CUR).
           ADD WS-CFR-NB-20 TO WS-CFS-NB-20(WS-CFR-CUR).
           ADD WS-CFR-NB-10 TO WS-CFS-NB-10(WS-CFR-CUR).
           ADD WS-CFR-NB-5 TO WS-CFS-NB-5(WS-CFR-CUR).
           ADD WS-CFR-PIECES TO WS-CFS-PIECES(WS-CFR-CUR).

           MOVE 'S' TO TK-SENS.
           MOVE "VERSEMENT COFFRE" TO TK-LIBELLE.
           PERFORM 0663-ECRIRE-TICKET-COFFRE.

           MOVE 'TC' TO CM-TYPE.
           MOVE ZEROES TO CM-THEORIQUE.
           PERFORM 0660-ENREGISTRER-MOUVEMENT.
           MOVE "Versement au coffre enregistre" TO WSMSG.

      *> livraison : la commande doit etre PROPOSEE pour l'agence et
      *> pas deja livree dans la journee (mouvement LV en attente du
      *> report de fondsbatch)
       0657-LIVRAISON-FONDS.
           MOVE 'NON' TO WS-CFR-CMDE-TROUVEE.
           MOVE 'NON' TO WS-CFR-EOF.
           OPEN INPUT CMDFONDS.
           IF WS-CMDFONDS-STATUS = "00"
              READ CMDFONDS
                 AT END MOVE 'OUI' TO WS-CFR-EOF
              END-READ
              PERFORM UNTIL WS-CFR-EOF = 'OUI'
                 IF CO-REF = WS-CFR-REFCMDE
                    AND CO-AGENCE = WS-CFR-AGENCE-COUR
                    AND CO-STATUT = 'PROPOSEE'
                    MOVE 'OUI' TO WS-CFR-CMDE-TROUVEE
                 END-IF
                 READ CMDFONDS
                    AT END MOVE 'OUI' TO WS-CFR-EOF
                 END-READ
              END-PERFORM
              CLOSE CMDFONDS
           END-IF.
           IF WS-CFR-CMDE-TROUVEE = 'NON'
              MOVE "Commande inconnue ou deja livree" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'NON' TO WS-CFR-EOF.
           OPEN INPUT COFFREMVT.
           IF WS-COFFREMVT-STATUS = "00"
              READ COFFREMVT
                 AT END MOVE 'OUI' TO WS-CFR-EOF
              END-READ
              PERFORM UNTIL WS-CFR-EOF = 'OUI'
                 IF CM-TYPE = 'LV'
                    AND CM-REFCMDE = WS-CFR-REFCMDE
                    AND CM-AGENCE = WS-CFR-AGENCE-COUR
                    MOVE 'NON' TO WS-CFR-CMDE-TROUVEE
                 END-IF
                 READ COFFREMVT
                    AT END MOVE 'OUI' TO WS-CFR-EOF
                 END-READ
              END-PERFORM
              CLOSE COFFREMVT
           END-IF.
           IF WS-CFR-CMDE-TROUVEE = 'NON'
              MOVE "Commande deja livree" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           ADD WS-CFR-NB-50 TO WS-CFS-NB-50(WS-CFR-CUR).
           ADD WS-CFR-NB-20 TO WS-CFS-NB-20(WS-CFR-CUR).
           ADD WS-CFR-NB-10 TO WS-CFS-NB-10(WS-CFR-CUR).
           ADD WS-CFR-NB-5 TO WS-CFS-NB-5(WS-CFR-CUR).
           ADD WS-CFR-PIECES TO WS-CFS-PIECES(WS-CFR-CUR).

           MOVE 'LV' TO CM-TYPE.
           MOVE ZEROES TO CM-THEORIQUE.
           PERFORM 0660-ENREGISTRER-MOUVEMENT.
           MOVE "Livraison de fonds enregistree" TO WSMSG.

      *> comptage : le stock compte remplace le theorique, l'ecart
      *> est garde dans le mouvement CP pour CAISSE.RPT
       0658-COMPTER-COFFRE.
           MOVE WS-CFR-STOCK-TOTAL TO CM-THEORIQUE.
           COMPUTE WS-CFR-ECART = WS-CFR-TOTAL - WS-CFR-STOCK-TOTAL.
           MOVE WS-CFR-ECART TO WS-CFR-ECART-AFF.

           MOVE WS-CFR-NB-50 TO WS-CFS-NB-50(WS-CFR-CUR).
           MOVE WS-CFR-NB-20 TO WS-CFS-NB-20(WS-CFR-CUR).
           MOVE WS-CFR-NB-10 TO WS-CFS-NB-10(WS-CFR-CUR).
           MOVE WS-CFR-NB-5 TO WS-CFS-NB-5(WS-CFR-CUR).
           MOVE WS-CFR-PIECES TO WS-CFS-PIECES(WS-CFR-CUR).

           MOVE 'CP' TO CM-TYPE.
           PERFORM 0660-ENREGISTRER-MOUVEMENT.
           MOVE SPACES TO WSMSG.
           STRING "Coffre compte, ecart : " WS-CFR-ECART-AFF
              DELIMITED BY SIZE INTO WSMSG.

      *> CM-TYPE et CM-THEORIQUE poses par l'appelant : ligne de
      *> journal, stock reecrit, trace d'audit
       0660-ENREGISTRER-MOUVEMENT.
           MOVE WS-CFR-AGENCE-COUR TO CM-AGENCE.
           MOVE WS-CAI-DATE-JOUR TO CM-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CM-HEURE.
           MOVE WS-OPER-ID TO CM-OPERATEUR.
           MOVE WS-CFR-VALIDEUR TO CM-VALIDEUR.
           MOVE WS-CFR-NB-50 TO CM-NB-50.
           MOVE WS-CFR-NB-20 TO CM-NB-20.
           MOVE WS-CFR-NB-10 TO CM-NB-10.
           MOVE WS-CFR-NB-5 TO CM-NB-5.
           MOVE WS-CFR-PIECES TO CM-PIECES.
           MOVE WS-CFR-TOTAL TO CM-TOTAL.
           IF CM-TYPE = 'LV'
              MOVE WS-CFR-REFCMDE TO CM-REFCMDE
           ELSE
              MOVE ZEROES TO CM-REFCMDE
           END-IF.
           OPEN EXTEND COFFREMVT.
           IF WS-COFFREMVT-STATUS = "35"
              CLOSE COFFREMVT
              OPEN OUTPUT COFFREMVT
           END-IF.
           WRITE COFFREMVT-RECORD.
           CLOSE COFFREMVT.

           MOVE WS-CAI-DATE-JOUR TO WS-CFS-DATE-MAJ(WS-CFR-CUR).
           PERFORM 0661-REWRITE-COFFRE.

           MOVE "MOUVEMENT COFFRE" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING CM-TYPE " TOTAL " CM-TOTAL
              " VALIDEUR " CM-VALIDEUR
              " COMMANDE " CM-REFCMDE
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

       0661-REWRITE-COFFRE.
           OPEN OUTPUT COFFRE.
           PERFORM VARYING WS-CFR-IDX FROM 1 BY 1
              UNTIL WS-CFR-IDX > WS-CFR-COUNT
              MOVE WS-CFR-ENTRY(WS-CFR-IDX) TO COFFRE-RECORD
              WRITE COFFRE-RECORD
           END-PERFORM.
           CLOSE COFFRE.

      *> ticket du tiroir de l'operateur pour un mouvement avec le
      *> coffre, TK-SENS et TK-LIBELLE poses par l'appelant
       0663-ECRIRE-TICKET-COFFRE.
           MOVE WS-OPER-ID TO TK-OPERATEUR.
           MOVE WS-CAI-DATE-JOUR TO TK-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TK-HEURE.
           MOVE WS-CFR-TOTAL TO TK-MONTANT.
           MOVE 'EUR' TO TK-DEVISE.
           OPEN EXTEND CAISSETICK.
           WRITE CAISSETICK-RECORD.
           CLOSE CAISSETICK.

      *>------------------------------------------------------------------------
      *> preavis de gros retrait : le client annonce un retrait
      *> d'especes au moins 48 heures a l'avance ; fondsbatch ajoute
      *> les preavis de la semaine a la commande de fonds
      *>------------------------------------------------------------------------
       0659-PREAVIS-RETRAIT.
           MOVE ZEROES TO WS-PVR-COMPTEID.
           MOVE ZEROES TO WS-PVR-IDCLIENT.
           MOVE ZEROES TO WS-PVR-MONTANT.
           MOVE SPACES TO WS-PVR-DATE-RETRAIT.
           INITIALIZE WSMSG.
           DISPLAY HEADER-SCREEN.
           DISPLAY CAISSE-PREAVIS-SCREEN.
           ACCEPT CAISSE-PREAVIS-SCREEN.
           MOVE wRetCode TO WS-FNC-KEY.
           IF WS-FNC-KEY NOT = 1001
              MOVE "Preavis abandonne" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           IF WS-PVR-MONTANT = ZEROES
              MOVE "Veuillez saisir le montant" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           CALL 'comptetitulaires' USING WS-PVR-COMPTEID,
              WS-PVR-IDCLIENT, WS-PVR-ROLE, WS-PVR-TIT.
           IF WS-PVR-TIT NOT = 'OUI'
              MOVE "Client et compte ne correspondent pas" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PVR-RETRAIT-X.
           STRING WS-PVR-DATE-RETRAIT(1:4) WS-PVR-DATE-RETRAIT(6:2)
              WS-PVR-DATE-RETRAIT(9:2)
              DELIMITED BY SIZE INTO WS-PVR-RETRAIT-X.
           IF WS-PVR-RETRAIT-X NOT NUMERIC
              OR WS-PVR-DATE-RETRAIT(5:1) NOT = '-'
              OR WS-PVR-DATE-RETRAIT(8:1) NOT = '-'
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-PVR-RETRAIT-NUM)
                 NOT = ZEROES
              MOVE "Date de retrait invalide (AAAA-MM-JJ)" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

      *>    48 heures : le retrait annonce tombe au plus tot deux
      *>    jours apres la saisie
           MOVE SPACES TO WS-PVR-JOUR-X.
           STRING WS-CAI-DATE-JOUR(1:4) WS-CAI-DATE-JOUR(6:2)
              WS-CAI-DATE-JOUR(9:2)
              DELIMITED BY SIZE INTO WS-PVR-JOUR-X.
           COMPUTE WS-PVR-JOUR-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-PVR-JOUR-NUM) + 2).
           IF WS-PVR-RETRAIT-NUM < WS-PVR-JOUR-NUM
              MOVE "Preavis de 48 heures au moins" TO WSMSG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 0231-LIRE-AGENCEPARM.
           MOVE WS-OC-CODE-GUICHET TO PV-AGENCE.
           MOVE WS-PVR-COMPTEID TO PV-COMPTEID.
           MOVE WS-PVR-IDCLIENT TO PV-IDCLIENT.
           MOVE WS-PVR-MONTANT TO PV-MONTANT.
           MOVE WS-CAI-DATE-JOUR TO PV-DATE-SAISIE.
           MOVE WS-PVR-DATE-RETRAIT TO PV-DATE-RETRAIT.
           MOVE WS-OPER-ID TO PV-OPERATEUR.
           OPEN EXTEND PREAVISRET.
           IF WS-PREAVISRET-STATUS = "35"
              CLOSE PREAVISRET
              OPEN OUTPUT PREAVISRET
           END-IF.
           WRITE PREAVISRET-RECORD.
           CLOSE PREAVISRET.

           MOVE "PREAVIS RETRAIT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "COMPTE " WS-PVR-COMPTEID
              " MONTANT " WS-PVR-MONTANT
              " LE " WS-PVR-DATE-RETRAIT
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "Preavis de retrait enregistre" TO WSMSG.


      *>------------------------------------------------------------------------
                 MOVE "NON" TO WS-CB-OUVRE(WS-CB-COUNT)
                 MOVE RFP-CB-LIBELLE TO WS-CB-LIBELLE(WS-CB-COUNT)
                 PERFORM 0409-REWRITE-CALBANC
      *>       le preavis de deux mois se compte au jour de
      *>       l'approbation : une saisie restee en attente ne peut
      *>       plus raccourcir le delai laisse a la clientele
              WHEN 'TARIFS'
                 PERFORM 0747-CALCULER-PREAVIS
                 IF RFP-TF-DATE-EFFET < WS-TFS-DATE-MIN
                    MOVE "Preavis de deux mois depasse : a rejeter"
                      TO WSMSG
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM 0745-AJOUTER-TARIF
              WHEN OTHER
                 MOVE "Fichier vise inconnu" TO WSMSG
                 EXIT PARAGRAPH
           END-IF.
           IF WS-AUQ-IDCLIENT NOT = SPACES
              MOVE SPACES TO WS-AUQ-CRITERE
              MOVE WS-AUQ-IDCLIENT TO WS-AUQ-CRITERE(1:5)
              PERFORM 0475-CHERCHER-CRITERE
           END-IF.
           IF WS-AUQ-FNC NOT = SPACES
      *> BATCHRUN.DAT du jour, les suspens A TRAITER, les ruptures
      *> relevees dans RECONCIL.RPT et DRIFT.RPT, et un verdict
      *> global VERT/ROUGE ; F2 ouvre le rapport de l'etape
      *> affichee sans quitter l'ecran. Les alertes d'exploitation
      *> envoyees la nuit au contact de garde (ALERTEOPS.DAT)
      *> defilent par F3 ; F4 les acquitte au nom de l'operateur
      *> connecte, et une alerte non acquittee met le verdict au
      *> ROUGE
       0480-TABLEAU-DE-BORD.
            INITIALIZE WSMSG.
            MOVE 0 TO WS-TAO-CURRENT.
            PERFORM 0482-CHARGER-TABLEAU.
            MOVE 1 TO WS-TDB-CURRENT.
            PERFORM 0488-VIDER-PAGE.
            PERFORM 0487-ALERTE-SUIVANTE.

            PERFORM FOREVER
               DISPLAY HEADER-SCREEN
                  WHEN V-FNC-F2
                     PERFORM 0486-ZOOMER-RAPPORT

                  WHEN V-FNC-F3
                     PERFORM 0487-ALERTE-SUIVANTE
                     INITIALIZE WSMSG

                  WHEN V-FNC-F4
                     PERFORM 0485-ACQUITTER-ALERTE

                  WHEN V-FNC-F9
                     EXIT PERFORM

                  WHEN OTHER
                     MOVE "F1-Etape F2-Rapport F3-Alerte F4-Acquitter"
                       TO WSMSG
               END-EVALUATE
            END-PERFORM.
           MOVE 'DRIFT.RPT' TO WS-TDB-NOM-RAPPORT.
           PERFORM 0484-COMPTER-RUPTURES.

      *>    alertes d'exploitation de la nuit
           PERFORM 0483-CHARGER-ALERTES.

      *>    verdict global : ROUGE des qu'une etape n'est pas
      *>    TERMINE ou qu'un compteur n'est pas a zero
           MOVE 'VERT' TO WS-TDB-VERDICT.
           IF WS-TDB-NB-ECHECS > ZEROES
              OR WS-TDB-NB-SUSPENS > ZEROES
              OR WS-TDB-NB-RUPTURES > ZEROES
              OR WS-TDB-NB-ALERTES > ZEROES
              MOVE 'ROUGE' TO WS-TDB-VERDICT
           END-IF.

      *> tout le registre est garde en table pour etre reecrit a
      *> l'acquittement ; seules les alertes non acquittees sont
      *> comptees
       0483-CHARGER-ALERTES.
           MOVE 0 TO WS-TAO-COUNT.
           MOVE ZEROES TO WS-TDB-NB-ALERTES.
           MOVE 'NON' TO WS-TAO-TRONQUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TAO-RAW.
           MOVE WS-TAO-RAW TO WS-TAO-JOUR-NUM.
           COMPUTE WS-TAO-VEILLE-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-TAO-JOUR-NUM) - 1).
           MOVE WS-TAO-VEILLE-NUM TO WS-TAO-RAW.
           MOVE SPACES TO WS-TAO-VEILLE.
           STRING WS-TAO-RAW(1:4) "-" WS-TAO-RAW(5:2) "-"
              WS-TAO-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TAO-VEILLE.
           MOVE 'NON' TO WS-TDB-EOF.
           OPEN INPUT ALERTEOPS.
           IF WS-TAO-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ ALERTEOPS
              AT END MOVE 'OUI' TO WS-TDB-EOF
           END-READ.
           PERFORM UNTIL WS-TDB-EOF = 'OUI'
              IF WS-TAO-COUNT < 500
                 ADD 1 TO WS-TAO-COUNT
                 MOVE ALERTEOPS-RECORD TO WS-TAO-ENTRY(WS-TAO-COUNT)
              ELSE
                 MOVE 'OUI' TO WS-TAO-TRONQUE
              END-IF
              IF AOP-ACQ-PAR = SPACES
                 ADD 1 TO WS-TDB-NB-ALERTES
              END-IF
              READ ALERTEOPS
                 AT END MOVE 'OUI' TO WS-TDB-EOF
              END-READ
           END-PERFORM.
           CLOSE ALERTEOPS.

      *> acquittement de l'alerte affichee : l'operateur declare
      *> l'avoir prise en charge ; l'escalade, elle, ne s'arrete
      *> qu'a la relance de l'etape
       0485-ACQUITTER-ALERTE.
           IF WS-TAO-CURRENT = 0
              MOVE "Aucune alerte d'exploitation a acquitter" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-TAO-ACQ-PAR(WS-TAO-CURRENT) NOT = SPACES
              MOVE "Alerte deja acquittee" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           IF WS-TAO-TRONQUE = 'OUI'
              MOVE "Registre des alertes trop volumineux" TO WSMSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPER-ID TO WS-TAO-ACQ-PAR(WS-TAO-CURRENT).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TAO-RAW.
           MOVE SPACES TO WS-TAO-ACQ-DATE(WS-TAO-CURRENT).
           STRING WS-TAO-RAW(1:4) "-" WS-TAO-RAW(5:2) "-"
              WS-TAO-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TAO-ACQ-DATE(WS-TAO-CURRENT).
           MOVE FUNCTION CURRENT-DATE(9:6)
             TO WS-TAO-ACQ-HEURE(WS-TAO-CURRENT).
           OPEN OUTPUT ALERTEOPS.
           PERFORM VARYING WS-TAO-IDX FROM 1 BY 1
              UNTIL WS-TAO-IDX > WS-TAO-COUNT
              MOVE WS-TAO-ENTRY(WS-TAO-IDX) TO ALERTEOPS-RECORD
              WRITE ALERTEOPS-RECORD
           END-PERFORM.
           CLOSE ALERTEOPS.

           MOVE "ACQUIT ALERTE EXPLOIT" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "ALERTE " WS-TAO-NUMERO(WS-TAO-CURRENT)
              " " WS-TAO-SOURCE(WS-TAO-CURRENT)
              " " WS-TAO-STATUT(WS-TAO-CURRENT)
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

      *>    compteur et verdict recalcules, meme alerte affichee
           PERFORM 0482-CHARGER-TABLEAU.
           PERFORM 0489-AFFICHER-ALERTE.
           MOVE "Alerte acquittee" TO WSMSG.

      *> une rupture = une ligne de rapport marquee ECART ou ***
       0484-COMPTER-RUPTURES.
           MOVE 'NON' TO WS-TDB-EOF.
              MOVE SPACES TO WS-TDB-AFF(WS-TDB-AFF-IDX)
           END-PERFORM.

      *> alerte suivante a montrer (veille, jour ou non acquittee),
      *> en boucle sur le registre
       0487-ALERTE-SUIVANTE.
           MOVE 'NON' TO WS-TAO-TROUVE.
           MOVE WS-TAO-CURRENT TO WS-TAO-IDX.
           PERFORM WS-TAO-COUNT TIMES
              IF WS-TAO-IDX < WS-TAO-COUNT
                 ADD 1 TO WS-TAO-IDX
              ELSE
                 MOVE 1 TO WS-TAO-IDX
              END-IF
              IF WS-TAO-ACQ-PAR(WS-TAO-IDX) = SPACES
                 OR WS-TAO-DATE(WS-TAO-IDX) NOT < WS-TAO-VEILLE
                 MOVE 'OUI' TO WS-TAO-TROUVE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-TAO-TROUVE = 'OUI'
              MOVE WS-TAO-IDX TO WS-TAO-CURRENT
           ELSE
              MOVE 0 TO WS-TAO-CURRENT
           END-IF.
           PERFORM 0489-AFFICHER-ALERTE.

       0489-AFFICHER-ALERTE.
           MOVE SPACES TO WS-TAO-AFF.
           IF WS-TAO-CURRENT = 0
              MOVE "ALERTES : aucune alerte d'exploitation recente"
                TO WS-TAO-AFF
              EXIT PARAGRAPH
           END-IF.
           IF WS-TAO-ACQ-PAR(WS-TAO-CURRENT) = SPACES
              STRING "ALERTE " WS-TAO-NUMERO(WS-TAO-CURRENT)
                 " " WS-TAO-DATE(WS-TAO-CURRENT)(6:5)
                 " " WS-TAO-HEURE(WS-TAO-CURRENT)(1:2)
                 ":" WS-TAO-HEURE(WS-TAO-CURRENT)(3:2)
                 " " WS-TAO-STATUT(WS-TAO-CURRENT)
                 " NON ACQUITTEE "
                 WS-TAO-MOTIF(WS-TAO-CURRENT)
                 DELIMITED BY SIZE INTO WS-TAO-AFF
           ELSE
              STRING "ALERTE " WS-TAO-NUMERO(WS-TAO-CURRENT)
                 " " WS-TAO-DATE(WS-TAO-CURRENT)(6:5)
                 " " WS-TAO-HEURE(WS-TAO-CURRENT)(1:2)
                 ":" WS-TAO-HEURE(WS-TAO-CURRENT)(3:2)
                 " " WS-TAO-STATUT(WS-TAO-CURRENT)
                 " ACQ " WS-TAO-ACQ-PAR(WS-TAO-CURRENT)
                 " " WS-TAO-MOTIF(WS-TAO-CURRENT)
                 DELIMITED BY SIZE INTO WS-TAO-AFF
           END-IF.


      *>------------------------------------------------------------------------
      *> tenue du referentiel mot-cle -> categorie de depense,
      *> et defauts, F2 modifie un champ APRES validation du type et
      *> des bornes, et chaque modification part a AUDITLOG.DAT.
      *> prefltbatch verifie les memes fichiers contre le meme
      *> dictionnaire avant de liberer la chaine. F3 ouvre les tarifs
      *> dates des frais (0740), fichier a plusieurs lignes hors
      *> dictionnaire.
       0520-GERER-PARAMETRES.
            INITIALIZE WSMSG.
            MOVE SPACES TO WS-PRM-NOM-FICHIER.
                  WHEN V-FNC-F2
                     PERFORM 0524-MODIFIER-CHAMP

                  WHEN V-FNC-F3
                     PERFORM 0740-TARIFS-FRAIS
                     INITIALIZE WSMSG

                  WHEN V-FNC-F9
                     EXIT PERFORM

                  WHEN OTHER
                     MOVE "F1-Afficher F2-Modifier F3-Tarifs F9-Rev"
                       TO WSMSG
               END-EVALUATE
            END-PERFORM.
              EXIT PARAGRAPH
           END-IF.

      *>    chaine de nuit en cours : l'OD approuvee attend la fin du
      *>    traitement dans la file OPATTENTE.DAT, au statut
      *>    DIFFEREE ; opattentebatch la postera (APPLIQUEE) ou la
      *>    remettra EN ATTENTE si une jambe est refusee
           PERFORM 0117-TESTER-FENETRE-NUIT.
           IF WS-FN-ETAT = 'OUVERTE'
              PERFORM 0547-DIFFERER-OD
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-AUDIT-RAW.
           STRING WS-BQ-AUDIT-RAW(1:4) "-" WS-BQ-AUDIT-RAW(5:2) "-"
              WS-BQ-AUDIT-RAW(7:2)
                 MOVE "CONTREPASSE REFUSE : debit en suspens !"
                   TO WSMSG
              END-IF
      *>       debit contrepasse ou en file SUSPENS : rien ne part au
      *>       journal, les intentions du compte debite sont closes
              MOVE WS-ODP-DEBIT(WS-ODP-CURRENT) TO WS-PI-COMPTEID
              CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                 WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ
              EXIT PARAGRAPH
           END-IF.

           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE '-' TO DET-OPERATOR.
           MOVE WS-ODP-MONTANT(WS-ODP-CURRENT) TO DET-uP-SOMME.
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE '+' TO DET-OPERATOR.
           MOVE WS-ODP-MONTANT(WS-ODP-CURRENT) TO DET-uP-SOMME.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "OD appliquee" TO WSMSG.

       0547-DIFFERER-OD.
           INITIALIZE OPATTENTE-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:16) TO OA-HORODATE.
           MOVE 'GUICHET' TO OA-ORIGINE.
           MOVE WS-OPER-ID TO OA-OPERATEUR.
           MOVE ZEROES TO OA-IDCLIENT.
           MOVE 'OD' TO OA-NATURE.
           MOVE WS-ODP-DEBIT(WS-ODP-CURRENT) TO OA-COMPTE-SRC.
           MOVE WS-ODP-CREDIT(WS-ODP-CURRENT) TO OA-COMPTE-DEST.
           MOVE WS-ODP-MONTANT(WS-ODP-CURRENT) TO OA-MONTANT.
           STRING "OD " WS-ODP-MOTIF(WS-ODP-CURRENT) " "
              FUNCTION TRIM(WS-ODP-TEXTE(WS-ODP-CURRENT))
              DELIMITED BY SIZE INTO OA-LIBELLE.
           MOVE WS-ODP-ID(WS-ODP-CURRENT) TO OA-REFERENCE.
           OPEN EXTEND OPATTENTE.
           IF WS-OPATTENTE-STATUS = "35"
              OPEN OUTPUT OPATTENTE
           END-IF.
           WRITE OPATTENTE-RECORD.
           CLOSE OPATTENTE.

           MOVE 'DIFFEREE' TO WS-ODP-STATUT(WS-ODP-CURRENT).
           PERFORM 0549-REWRITE-ODPEND.

           MOVE "APPROBATION OD" TO BQA-ACTION.
           MOVE SPACES TO BQA-DETAIL.
           STRING "OD " WS-ODP-ID(WS-ODP-CURRENT)
              " SAISIE PAR " WS-ODP-MAKER(WS-ODP-CURRENT)
              " DIFFEREE EN FIN DE NUIT"
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE "OD differee (fin de nuit)" TO WSMSG.

       0548-REJETER-OD.
           IF WS-ODP-COUNT = 0
              MOVE "Aucune OD" TO WSMSG
              " GELE, ORDRES ET MANDATS SUSPENDUS"
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.

      *>    coffres-forts loues par le defunt bloques jusqu'au
      *>    reglement de la succession
           MOVE WS-SUC-IN-CLIENT TO WS-KFR-CLIENT-DECES.
           PERFORM 0677-BLOQUER-COFFRES-DECES.
           MOVE "Deces declare, comptes geles aux debits" TO WSMSG.

       0555-CHERCHER-SUCCESSION.
                 WS-SUC-IN-MONTANT, WS-SUC-NEWSOLDE,
                 WS-SUC-IN-COMPTE, WS-SUC-DATE-JOUR,
                 WS-SUC-SUCCESS, 'EUR', 'EUR'
              MOVE WS-SUC-IN-COMPTE TO WS-PI-COMPTEID
              CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                 WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ
              MOVE "Credit heritier refuse : debit contrepasse"
                TO WSMSG
              EXIT PARAGRAPH
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE '-' TO DET-OPERATOR.
           MOVE WS-SUC-IN-MONTANT TO DET-uP-SOMME.
           WRITE PRINT-LINE.
           CALL 'opjournal' USING WS-SQL-SEQ-NR,
              PRINT-LINE.
           PERFORM 0116-AUDITER-OPERATION.

           MOVE '+' TO DET-OPERATOR.
           MOVE WS-SUC-IN-MONTANT TO DET-uP-SOMME.
           STRING "CLIENT " WS-SUC-IN-CLIENT " SUCCESSION REGLEE"
              DELIMITED BY SIZE INTO BQA-DETAIL.
           PERFORM 0115-ECRIRE-AUDIT.
           MOVE WS-SUC-IN-CLIENT TO WS-KFR-CLIENT-DECES.
           PERFORM 0678-LIBERER-COFFRES-DECES.
           MOVE "Succession reglee, comptes liberes" TO WSMSG.



              EVALUATE TRUE
                 WHEN V-FNC-F1
      *>             client sensible : meme controle que 0240
                    MOVE ZEROES TO WS-ACS-COMPTEID
                    MOVE WS-VCC-CLIENTID TO WS-ACS-CLIENT
                    PERFORM 0775-CONTROLER-ACCES
                    INITIALIZE LN-MOD
                    MOVE 1 TO WS-VCC-CURRENT
                    IF WS-ACS-ACCES = 'OUI'
                       SET V-LN-FNC-SEE-COMPTES-CLIENT OF LN-MOD
                         TO TRUE
                       MOVE WS-VCC-CLIENTID
                         TO LN-INP-CLIENTID OF LN-MOD
                       CALL 'modactivity2' USING LN-MOD END-CALL

                       IF LN-OUT-COMPTE-TAB-LINE-NR OF LN-MOD = 0
                          MOVE "Aucun compte pour ce client" TO WSMSG
                       END-IF
                    END-IF

                 WHEN V-FNC-F2
                    MOVE "F1-Rechercher F2-Suivant F9-Revenir"
                      TO WSMSG
              END-EVALUATE
              PERFORM 0301-CALCUL-DISPONIBLE
           END-PERFORM.

      *> disponible de la ligne affichee : meme retenues que celles
      *> qui decident un debit dans opdebit/opprelev
       0301-CALCUL-DISPONIBLE.
           MOVE ZEROES TO WS-DSP-DISPONIBLE.
           IF LN-OUT-COMPTE-TAB-LINE-NR OF LN-MOD = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PDM-TODAY-NUM.
           MOVE SPACES TO WS-DSP-DATE.
           STRING WS-PDM-TODAY-NUM(1:4) '-' WS-PDM-TODAY-NUM(5:2)
              '-' WS-PDM-TODAY-NUM(7:2)
              DELIMITED BY SIZE INTO WS-DSP-DATE.
           MOVE LN-OUT-COMPTE-TAB-ID(WS-VCC-CURRENT) TO WS-DSP-COMPTEID.
           MOVE LN-OUT-COMPTE-TAB-SOLDE(WS-VCC-CURRENT) TO WS-DSP-SOLDE.
           CALL 'soldedispo' USING WS-DSP-COMPTEID, WS-DSP-DATE,
              WS-DSP-SOLDE, WS-DSP-DISPONIBLE.

       0900-STOP-RUN.
           STOP RUN.
           CLOSE GENERESQL.
