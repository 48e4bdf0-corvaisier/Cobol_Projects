      *==============================================================*
      * TVAP - TAUX DE TVA DE LA TRANSACTION COURANTE (zones en      *
      *   copybook TVAW), partage par FOREX00B et FOREX110.          *
      *   - LIT-PAYS-ENTITES en INIT : pays d'etablissement des      *
      *     entites (FIC-PAYS-ENTITES, facultatif).                  *
      *   - DETERMINE-TAUX-TVA pour chaque transaction (TRANS-REC de *
      *     FIC-TRANSACTIONS) : taux dans WS-TAUX-TVA-APPLIQUE,      *
      *     WS-TAUX-EST-DEFAUT si le pays n'est pas dans la table,   *
      *     WS-EST-AUTOLIQUIDEE pour une vente autoliquidee (taux    *
      *     nul).                                                    *
      *==============================================================*
      *    Taux de TVA applicable a la transaction courante : celui
      *    de la table WS-TABLE-TVA-DATA si TRANS-CODE-PAYS y figure,
      *    sinon le taux par défaut CSTE-TVA
       DETERMINE-TAUX-TVA.
           MOVE CSTE-TVA         TO WS-TAUX-TVA-APPLIQUE
           SET WS-TAUX-EST-DEFAUT TO TRUE
           SET WS-TVA-IDX        TO 1
           SEARCH ALL WS-TVA-ENTREE
              AT END
                 CONTINUE
              WHEN WS-TVA-CODE-PAYS (WS-TVA-IDX) =
                   TRANS-CODE-PAYS
                 MOVE WS-TVA-TAUX (WS-TVA-IDX) TO WS-TAUX-TVA-APPLIQUE
                 MOVE ZERO                     TO WS-INDIC-TAUX-DEFAUT
           END-SEARCH
           PERFORM DETERMINE-AUTOLIQUIDATION
           IF WS-EST-AUTOLIQUIDEE
              MOVE ZERO             TO WS-TAUX-TVA-APPLIQUE
              MOVE ZERO             TO WS-INDIC-TAUX-DEFAUT
              ADD 1                 TO WS-NB-AUTOLIQ
           END-IF
           .

      *    Vente intracommunautaire entre assujettis : l'entite de
      *    la transaction et sa contrepartie (referentiel des
      *    contreparties, donc un professionnel) sont etablies dans
      *    deux Etats membres differents - le client autoliquide
      *    la TVA. Sans contrepartie connue, la regle du pays de la
      *    transaction s'applique comme avant
       DETERMINE-AUTOLIQUIDATION.
           MOVE ZERO                TO WS-INDIC-AUTOLIQ
           MOVE SPACE               TO WS-PAYS-ENTITE-TRANS
           IF NOT WS-CTP-OUVERT
              OR TRANS-CODE-CTP = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE TRANS-CODE-CTP      TO CTP-CODE
           READ FIC-CONTREPARTIES
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           MOVE CTP-PAYS            TO WS-PAYS-CTP-TRANS

           MOVE TRANS-ENTITE        TO WS-ENTITE-TRANS
           IF WS-ENTITE-TRANS = SPACE
              MOVE WS-ENTITE-RUN    TO WS-ENTITE-TRANS
           END-IF
           IF WS-ENTITE-TRANS = SPACE
              MOVE '**'             TO WS-ENTITE-TRANS
           END-IF
           MOVE WS-PAYS-ENTITE-DEFAUT TO WS-PAYS-ENTITE-TRANS
           PERFORM VARYING WS-IDX-PENT
                   FROM    1 BY 1
                   UNTIL   WS-IDX-PENT > WS-NB-PAYS-ENTITES
              IF WS-PENT-ENTITE (WS-IDX-PENT) = WS-ENTITE-TRANS
                 MOVE WS-PENT-PAYS (WS-IDX-PENT)
                                    TO WS-PAYS-ENTITE-TRANS
              END-IF
           END-PERFORM

           IF WS-PAYS-CTP-TRANS = WS-PAYS-ENTITE-TRANS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYS-CTP-TRANS   TO WS-PAYS-A-TESTER
           PERFORM TESTE-PAYS-UE
           IF NOT WS-PAYS-EST-UE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYS-ENTITE-TRANS TO WS-PAYS-A-TESTER
           PERFORM TESTE-PAYS-UE
           IF WS-PAYS-EST-UE
              SET WS-EST-AUTOLIQUIDEE TO TRUE
           END-IF
           .

       TESTE-PAYS-UE.
           MOVE ZERO                TO WS-INDIC-UE
           SET WS-UE-IDX            TO 1
           SEARCH ALL WS-UE-ENTREE
              AT END
                 CONTINUE
              WHEN WS-UE-CODE-PAYS (WS-UE-IDX) = WS-PAYS-A-TESTER
                 SET WS-PAYS-EST-UE TO TRUE
           END-SEARCH
           .

      *    Pays d'etablissement des entites - facultatif : sans
      *    fichier, toutes les entites sont etablies en France ;
      *    la ligne '**' donne le pays de l'entite par defaut
       LIT-PAYS-ENTITES.
           OPEN INPUT FIC-PAYS-ENTITES
           IF WS-STATUS-PAYSE NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PAYSE
              READ FIC-PAYS-ENTITES
               AT END
                 SET WS-FIN-PAYSE   TO TRUE
               NOT AT END
                 IF PAYSE-ENTITE = '**'
                    MOVE PAYSE-PAYS TO WS-PAYS-ENTITE-DEFAUT
                 ELSE
                    IF WS-NB-PAYS-ENTITES < 10
                       ADD 1        TO WS-NB-PAYS-ENTITES
                       MOVE PAYSE-ENTITE
                         TO WS-PENT-ENTITE (WS-NB-PAYS-ENTITES)
                       MOVE PAYSE-PAYS
                         TO WS-PENT-PAYS (WS-NB-PAYS-ENTITES)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PAYS-ENTITES
           .
