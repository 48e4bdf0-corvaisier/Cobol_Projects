      *               nuit ratee traine - a corriger a 20h00, pas a  *
      *               decouvrir a 02h00                              *
      *   - RC 0 = GO, RC 4 = des AVERTI, RC 8 = au moins un NOGO    *
      *   - Statuts de periode admis : O, F et V (mois d'exercice    *
      *     verrouille par la cloture annuelle FOREX103)             *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            NOT AT END
              IF PER-PERIODE NOT NUMERIC
                 OR (PER-STATUT NOT = 'O'
                     AND PER-STATUT NOT = 'F'
                     AND PER-STATUT NOT = 'V')
                 ADD 1             TO WS-NB-PER-INVALIDES
              END-IF
           END-READ
