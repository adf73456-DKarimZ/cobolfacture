      *>     qu'un batch lance a la main hors chaine date quand meme ;
      *>   - action 'F' (fermer)  : l'etape de bascule de date
      *>     (daterollbatch, derniere etape dependante du plan) ferme
      *>     la journee ; la date reste visible au statut FERME ;
      *>   - action 'D' (derniere): nightrunbatch lit la derniere
      *>     journee du registre quel que soit son statut, pour
      *>     reperer les jours ouvres manques ; le statut revient
      *>     dans L-BD-ACTION ('O' ouverte, 'F' fermee, 'N' pas de
      *>     registre -- date a zero) ;
      *>   - action 'C' (rattrapage) : nightrunbatch ouvre une
      *>     journee manquee a la date passee dans L-BD-DATE-NUM,
      *>     le temps d'une passe de rattrapage de la chaine.
      *> La date est rendue sous les deux formes en usage dans les
      *> batchs : numerique AAAAMMJJ et ISO AAAA-MM-JJ.

                 PERFORM 0300-OUVRIR-JOURNEE
              WHEN 'F'
                 PERFORM 0400-FERMER-JOURNEE
              WHEN 'C'
                 PERFORM 0450-OUVRIR-RATTRAPAGE
              WHEN 'D'
                 PERFORM 0600-RENDRE-DERNIERE
                 GOBACK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE 'FERME' TO WS-STATUT-METIER.
           PERFORM 0900-ECRIRE-REGISTRE.

      *> passe de rattrapage : la journee manquee s'ouvre a la date
      *> demandee, quelle que soit la journee en place
       0450-OUVRIR-RATTRAPAGE.
           MOVE SPACES TO WS-DATE-METIER.
           STRING L-BD-DATE-NUM(1:4) '-' L-BD-DATE-NUM(5:2) '-'
              L-BD-DATE-NUM(7:2) DELIMITED BY SIZE
              INTO WS-DATE-METIER.
           MOVE 'OUVERT' TO WS-STATUT-METIER.
           MOVE 'OUI' TO WS-REGISTRE-LU.
           PERFORM 0900-ECRIRE-REGISTRE.

      *> registre absent ou journee fermee : retour a l'horloge,
      *> un batch lance a la main hors chaine reste datable
       0500-RENDRE-LA-DATE.
                 INTO L-BD-DATE-ISO
           END-IF.

      *> derniere journee du registre, ouverte ou fermee
       0600-RENDRE-DERNIERE.
           IF WS-REGISTRE-LU = 'NON' OR WS-DATE-METIER = SPACES
              MOVE 'N' TO L-BD-ACTION
              MOVE ZEROES TO L-BD-DATE-NUM
              MOVE SPACES TO L-BD-DATE-ISO
              EXIT PARAGRAPH
           END-IF.
           IF WS-STATUT-METIER = 'OUVERT'
              MOVE 'O' TO L-BD-ACTION
           ELSE
              MOVE 'F' TO L-BD-ACTION
           END-IF.
           MOVE WS-DATE-METIER TO L-BD-DATE-ISO.
           MOVE WS-DATE-METIER(1:4) TO L-BD-DATE-NUM(1:4).
           MOVE WS-DATE-METIER(6:2) TO L-BD-DATE-NUM(5:2).
           MOVE WS-DATE-METIER(9:2) TO L-BD-DATE-NUM(7:2).

       0900-ECRIRE-REGISTRE.
           OPEN OUTPUT BUSDATE-REG.
           MOVE WS-DATE-METIER TO BD-DATE-METIER.
