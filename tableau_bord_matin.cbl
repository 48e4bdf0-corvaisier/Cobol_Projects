      *     minuit reste UNE nuit, ses steps d'avant et d'apres     *
      *     minuit comptent ensemble (le jour calendaire seul       *
      *     couperait la nuit en deux et fausserait les verdicts)   *
      *   - Une ligne SECOURS donne le verdict de la comparaison    *
      *     du site de secours FOREX090 (hors chaine) : ROUGE sur   *
      *     statut DIVERGE ou alerte E/F, VERT sur CONFORME, NON    *
      *     CONTROLE si aucune comparaison n'a tourne               *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 WS-CST-NB-EF      PIC 9(04).
       01  WS-IDX-STEP              PIC S9(4) COMP SYNC VALUE ZERO.

      *    Constats de la comparaison du site de secours FOREX090
       01  WS-SEC-STATUT-CTL        PIC X(08)  VALUE SPACE.
       01  WS-SEC-NB-EF             PIC 9(04)  VALUE ZERO.

      *    Nuit examinee : elle s'ouvre au dernier DEBUT de
      *    FOREX009 du journal et peut passer minuit - le jour
      *    d'ouverture ET son lendemain comptent pour les
              IF CTL-DATE > WS-JOUR-SUIVANT-NUM
                 SET WS-FIN-CTL    TO TRUE
              ELSE
                 IF CTL-PROGRAMME = 'FOREX090'
                    MOVE CTL-STATUT TO WS-SEC-STATUT-CTL
                 END-IF
                 PERFORM VARYING WS-IDX-STEP
                         FROM    1 BY 1
                         UNTIL   WS-IDX-STEP > 7
            NOT AT END
              IF ALRT-DATE-HEURE (1:10) = WS-JOUR-EXAMINE
                 OR ALRT-DATE-HEURE (1:10) = WS-JOUR-SUIVANT
                 IF ALRT-PROGRAMME = 'FOREX090'
                    AND (ALRT-SEVERITE = 'E'
                      OR ALRT-SEVERITE = 'F')
                    ADD 1           TO WS-SEC-NB-EF
                 END-IF
                 PERFORM VARYING WS-IDX-STEP
                         FROM    1 BY 1
                         UNTIL   WS-IDX-STEP > 7
             VARYING WS-IDX-STEP
             FROM    1 BY 1
             UNTIL   WS-IDX-STEP > 7
           PERFORM EDITE-LIGNE-SECOURS

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           EVALUATE TRUE
           WRITE RMAT-REC FROM WS-LIGNE-RAPPORT
           .

      *    Coherence du site de secours : le controle ne fait pas
      *    partie de la chaine, son absence n'est pas une anomalie
       EDITE-LIGNE-SECOURS.
           EVALUATE TRUE
              WHEN WS-SEC-NB-EF > ZERO
                OR WS-SEC-STATUT-CTL = 'DIVERGE'
                 MOVE 'ROUGE '      TO WS-VERDICT
                 ADD 1              TO WS-NB-ROUGES
              WHEN WS-SEC-STATUT-CTL = 'CONFORME'
                 MOVE 'VERT  '      TO WS-VERDICT
              WHEN OTHER
                 MOVE 'ABSENT'      TO WS-VERDICT
           END-EVALUATE
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           IF WS-VERDICT = 'ABSENT'
              STRING 'SECOURS   NON CONTROLE CETTE NUIT'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
              STRING 'SECOURS   ' WS-VERDICT
                     '  ' WS-SEC-STATUT-CTL
                     '  E/F ' WS-SEC-NB-EF
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           WRITE RMAT-REC FROM WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
