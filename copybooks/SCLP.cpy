      *==============================================================*
      * SCLP - SCELLEMENT CHAINE DE LA PISTE D'AUDIT FIC1-AUDIT      *
      *   (zones en copybook SCLW). Le programme qui ecrit dans la   *
      *   piste :                                                    *
      *     - PERFORMe CHARGE-DERNIER-SCEAU AVANT d'ouvrir la piste  *
      *       en ecriture (relecture complete, la piste est un       *
      *       sequentiel partage en DISP=MOD) ;                      *
      *     - PERFORMe SCELLE-LIGNE-AUDIT juste avant chaque         *
      *       WRITE AUDIT-REC, la ligne etant entierement alimentee. *
      *   CALCULE-SCEAU sert aussi au controle FOREX078 : sceau de   *
      *   tout AUDIT-REC, AUDIT-SCEAU lui-meme compte a zero, quelle *
      *   que soit sa place dans la ligne (calcul sur une copie,     *
      *   AUDIT-REC est rendu intact), chaine a WS-SCL-PRECEDENT,    *
      *   resultat dans WS-SCL-CALCUL (polynome en base 257 modulo   *
      *   le nombre premier 9 999 999 967, sur 10 chiffres).         *
      *   Une ligne anterieure au scellement (sceau a blanc) ne      *
      *   chaine rien : la ligne suivante repart de zero.            *
      *==============================================================*
       CHARGE-DERNIER-SCEAU.
           MOVE ZERO                   TO WS-SCL-PRECEDENT
           MOVE ZERO                   TO WS-SCL-INDIC-FIN
           OPEN INPUT FIC1-AUDIT
      *    Piste pas encore creee : la chaine commence a zero
           IF WS-STATUS-AUDIT NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCL-FIN-PISTE
              READ FIC1-AUDIT
               AT END
                 SET WS-SCL-FIN-PISTE  TO TRUE
               NOT AT END
                 MOVE WS-STATUS-AUDIT  TO WS-FSTA-STATUT
                 MOVE 'FIC1-AUDIT'     TO WS-FSTA-FICHIER
                 PERFORM CONTROLE-FILE-STATUT
                 IF AUDIT-SCEAU IS NUMERIC
                    MOVE AUDIT-SCEAU   TO WS-SCL-PRECEDENT
                 ELSE
                    MOVE ZERO          TO WS-SCL-PRECEDENT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC1-AUDIT
           .

       CALCULE-SCEAU.
           MOVE AUDIT-REC              TO WS-SCL-SAUVE
           MOVE ZERO                   TO AUDIT-SCEAU
           MOVE AUDIT-REC              TO WS-SCL-LIGNE
           MOVE WS-SCL-SAUVE           TO AUDIT-REC
           MOVE WS-SCL-PRECEDENT       TO WS-SCL-CALCUL
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL   WS-SCL-IDX > LENGTH OF AUDIT-REC
              COMPUTE WS-SCL-CALCUL = FUNCTION MOD (
                      WS-SCL-CALCUL * 257
                    + FUNCTION ORD (WS-SCL-LIGNE (WS-SCL-IDX:1)),
                      9999999967)
           END-PERFORM
           .

       SCELLE-LIGNE-AUDIT.
           PERFORM CALCULE-SCEAU
           MOVE WS-SCL-CALCUL          TO AUDIT-SCEAU
           MOVE WS-SCL-CALCUL          TO WS-SCL-PRECEDENT
           .
