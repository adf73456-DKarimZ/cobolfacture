       AUTHOR. D.KISAMA.

      *> Sauvegarde generationnelle des fichiers critiques, en tete
      *> de la chaine de nuit (apres repriseintbatch, avant
      *> prefltbatch dans le plan JOBPLAN.DAT) : un batch tue en
      *> pleine reecriture a deja laisse un CARTES.DAT a moitie
      *> ecrit, et la seule reprise etait la copie manuelle de la
      *> veille quand quelqu'un y avait pense. Chaque passage
      *> photographie les indexes COMPTES.DAT, CARTES.DAT et
      *> STANDORD.DAT (lus en sequentiel sur leur cle), plus les
      *> plats MANDATS.DAT,
      *> PRETS.DAT et GENERESQLSEQ.DAT
      *> dans une generation datee NOM-GEN-aaaammjj, calcule une
      *> somme de controle par fichier et inscrit le tout au
       FD CARTES.
       01 CARTES-RECORD.
           05 CR-NUMCARTE        PIC X(16).
           05 FILLER             PIC X(49).

       FD STANDORD.
       01 STANDORD-RECORD.
           05 SO-ORDREID         PIC 9(3).
           05 FILLER             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BACKUPPARM-STATUS  PIC X(2).
                 NOT AT END
                    ADD 1 TO WS-NB-LIGNES
                    MOVE SPACES TO GEN-LIGNE
                    MOVE COMPTESFILE-RECORD TO GEN-LIGNE(1:19)
                    MOVE 19 TO WS-LG-LIGNE
                    MOVE GEN-LIGNE TO WS-LIGNE-CONDENSAT
                    PERFORM 0380-CONDENSER-LIGNE
                    WRITE GEN-LIGNE
                 NOT AT END
                    ADD 1 TO WS-NB-LIGNES
                    MOVE SPACES TO GEN-LIGNE
                    MOVE CARTES-RECORD TO GEN-LIGNE(1:65)
                    MOVE 65 TO WS-LG-LIGNE
                    MOVE GEN-LIGNE TO WS-LIGNE-CONDENSAT
                    PERFORM 0380-CONDENSER-LIGNE
                    WRITE GEN-LIGNE
                 NOT AT END
                    ADD 1 TO WS-NB-LIGNES
                    MOVE SPACES TO GEN-LIGNE
                    MOVE STANDORD-RECORD TO GEN-LIGNE(1:83)
                    MOVE 83 TO WS-LG-LIGNE
                    MOVE GEN-LIGNE TO WS-LIGNE-CONDENSAT
                    PERFORM 0380-CONDENSER-LIGNE
                    WRITE GEN-LIGNE
