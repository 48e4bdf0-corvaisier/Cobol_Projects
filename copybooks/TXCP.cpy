      *==============================================================*
      * TXCP - CHARGEMENT BORNE DE LA TABLE DES COTATIONS (zones en  *
      *   copybook TXCW), partage par FOREX00B et FOREX110.          *
      *   - RETIENT-COTATION pour chaque TXC-REC lu ; au retour,     *
      *     WS-TXC-TABLE-PLEINE si aucune cotation ne pouvait etre   *
      *     ecartee (abandon RC 16 a la charge de l'appelant).       *
      *   - CONTROLE-COTATION-ECARTEE apres la recherche du taux de  *
      *     WS-DEVISE-COURANTE : WS-TXC-COTATION-DOUTEUSE si la      *
      *     cotation retenue (WS-DATE-TAUX-RETENUE, zero si aucune)  *
      *     peut avoir ete supplantee par une cotation ecartee.      *
      *==============================================================*
       RETIENT-COTATION.
           IF TXC-DATE > WS-TXC-DATE-LIMITE
              ADD 1                 TO WS-NB-TXC-IGNOREES
              EXIT PARAGRAPH
           END-IF

      *    Meme devise, meme date : la derniere cotation lue
      *    remplace la precedente
           MOVE ZERO                TO WS-IDX-TXC-TROUVE
           PERFORM VARYING WS-IDX-TXC
                   FROM    1 BY 1
                   UNTIL   WS-IDX-TXC > WS-NB-TAUX-CHANGE
                        OR WS-IDX-TXC-TROUVE > ZERO
              IF WS-TXC-DEVISE (WS-IDX-TXC) = TXC-DEVISE
                 AND WS-TXC-DATE (WS-IDX-TXC) = TXC-DATE
                 MOVE WS-IDX-TXC    TO WS-IDX-TXC-TROUVE
              END-IF
           END-PERFORM
           IF WS-IDX-TXC-TROUVE > ZERO
              MOVE TXC-TAUX         TO WS-TXC-TAUX (WS-IDX-TXC-TROUVE)
              EXIT PARAGRAPH
           END-IF

           PERFORM REPERE-DEVISE-COTATION
           IF WS-TXC-TABLE-PLEINE
              EXIT PARAGRAPH
           END-IF

           IF WS-NB-TAUX-CHANGE < 2000
              ADD 1                 TO WS-NB-TAUX-CHANGE
              MOVE WS-NB-TAUX-CHANGE TO WS-IDX-TXC
              PERFORM RANGE-COTATION
              EXIT PARAGRAPH
           END-IF

      *    Table pleine : la cotation la plus ancienne d'une devise
      *    cotee plusieurs fois laisse sa place - ou la cotation lue
      *    elle-meme, si elle est plus ancienne encore
           PERFORM CHERCHE-COTATION-ECARTABLE
           IF WS-IDX-TXC-VICTIME = ZERO
              SET WS-TXC-TABLE-PLEINE TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-TXC-ECARTEES
           IF TXC-DATE < WS-TXC-DATE-VICTIME
              IF TXC-DATE > WS-TXD-HORIZON (WS-IDX-TXD-COURANT)
                 MOVE TXC-DATE
                   TO WS-TXD-HORIZON (WS-IDX-TXD-COURANT)
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TXC-IDX-DEV (WS-IDX-TXC-VICTIME)
                                    TO WS-IDX-TXD-VICTIME
           SUBTRACT 1 FROM WS-TXD-NB (WS-IDX-TXD-VICTIME)
           IF WS-TXC-DATE-VICTIME > WS-TXD-HORIZON (WS-IDX-TXD-VICTIME)
              MOVE WS-TXC-DATE-VICTIME
                TO WS-TXD-HORIZON (WS-IDX-TXD-VICTIME)
           END-IF
           MOVE WS-IDX-TXC-VICTIME  TO WS-IDX-TXC
           PERFORM RANGE-COTATION
           .

      *    Devise de la cotation lue dans la table des devises
      *    (ajoutee si nouvelle) : WS-IDX-TXD-COURANT
       REPERE-DEVISE-COTATION.
           MOVE ZERO                TO WS-IDX-TXD-COURANT
           PERFORM VARYING WS-IDX-TXD
                   FROM    1 BY 1
                   UNTIL   WS-IDX-TXD > WS-NB-TXC-DEVISES
                        OR WS-IDX-TXD-COURANT > ZERO
              IF WS-TXD-DEVISE (WS-IDX-TXD) = TXC-DEVISE
                 MOVE WS-IDX-TXD    TO WS-IDX-TXD-COURANT
              END-IF
           END-PERFORM
           IF WS-IDX-TXD-COURANT > ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-TXC-DEVISES >= 100
              SET WS-TXC-TABLE-PLEINE TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-TXC-DEVISES
           MOVE WS-NB-TXC-DEVISES   TO WS-IDX-TXD-COURANT
           MOVE TXC-DEVISE   TO WS-TXD-DEVISE (WS-IDX-TXD-COURANT)
           MOVE ZERO         TO WS-TXD-NB (WS-IDX-TXD-COURANT)
           MOVE ZERO         TO WS-TXD-HORIZON (WS-IDX-TXD-COURANT)
           .

      *    Rangement de la cotation lue au poste WS-IDX-TXC
       RANGE-COTATION.
           MOVE TXC-DEVISE          TO WS-TXC-DEVISE (WS-IDX-TXC)
           MOVE TXC-DATE            TO WS-TXC-DATE (WS-IDX-TXC)
           MOVE TXC-TAUX            TO WS-TXC-TAUX (WS-IDX-TXC)
           MOVE WS-IDX-TXD-COURANT  TO WS-TXC-IDX-DEV (WS-IDX-TXC)
           ADD 1             TO WS-TXD-NB (WS-IDX-TXD-COURANT)
           .

      *    Cotation la plus ancienne parmi les devises qui en ont
      *    au moins deux dans la table (zero si aucune)
       CHERCHE-COTATION-ECARTABLE.
           MOVE ZERO                TO WS-IDX-TXC-VICTIME
           MOVE 99999999            TO WS-TXC-DATE-VICTIME
           PERFORM VARYING WS-IDX-TXC
                   FROM    1 BY 1
                   UNTIL   WS-IDX-TXC > WS-NB-TAUX-CHANGE
              MOVE WS-TXC-IDX-DEV (WS-IDX-TXC) TO WS-IDX-TXD
              IF WS-TXD-NB (WS-IDX-TXD) > 1
                 AND WS-TXC-DATE (WS-IDX-TXC) < WS-TXC-DATE-VICTIME
                 MOVE WS-IDX-TXC    TO WS-IDX-TXC-VICTIME
                 MOVE WS-TXC-DATE (WS-IDX-TXC)
                                    TO WS-TXC-DATE-VICTIME
              END-IF
           END-PERFORM
           .

      *    Une devise dont des cotations ont ete ecartees : le taux
      *    trouve n'est sur que s'il n'est pas anterieur a l'horizon
      *    (toute cotation ecartee est alors plus ancienne, ou lue
      *    avant lui a la meme date) ; sans cotation trouvee, la
      *    cotation utile a pu etre ecartee
       CONTROLE-COTATION-ECARTEE.
           MOVE ZERO                TO WS-INDIC-TXC-DOUTE
           IF WS-NB-TXC-ECARTEES = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-TXD
                   FROM    1 BY 1
                   UNTIL   WS-IDX-TXD > WS-NB-TXC-DEVISES
              IF WS-TXD-DEVISE (WS-IDX-TXD) = WS-DEVISE-COURANTE
                 AND WS-TXD-HORIZON (WS-IDX-TXD)
                     > WS-DATE-TAUX-RETENUE
                 SET WS-TXC-COTATION-DOUTEUSE TO TRUE
              END-IF
           END-PERFORM
           .
