      *==============================================================*
      * REGPP - LECTURE DU REGISTRE DES PARAMETRES (copybooks REGPS, *
      *   REGP et REGPW). FIC-REGISTRE-PARAM doit etre ouvert        *
      *   (INPUT ou I-O) par l'appelant.                             *
      *   CHERCHE-VERSION-EN-VIGUEUR : WS-REGP-FICHIER et            *
      *     WS-REGP-DATE-RECH en place, rend dans                    *
      *     WS-REGP-DATE-VIGUEUR la date d'effet de la derniere      *
      *     version dont la date d'effet n'est pas posterieure a     *
      *     la date recherchee (zero si le membre n'a aucune         *
      *     version a cette date), avec son en-tete                  *
      *   CHARGE-VERSION : charge les lignes de la version           *
      *     WS-REGP-FICHIER / WS-REGP-DATE-VIGUEUR dans              *
      *     WS-REGP-TAB-LIGNES (table pleine : ABEND RC 16)          *
      *==============================================================*
       CHERCHE-VERSION-EN-VIGUEUR.
           MOVE ZERO                TO WS-REGP-DATE-VIGUEUR
                                       WS-REGP-VIG-NB-LIGNES
                                       WS-REGP-VIG-PRECEDENTE
                                       WS-REGP-INDIC-FIN
           MOVE SPACE               TO WS-REGP-VIG-OPERATEUR
                                       WS-REGP-VIG-MOTIF
                                       WS-REGP-VIG-HORODATAGE
           MOVE WS-REGP-FICHIER     TO REGP-FICHIER
           MOVE ZERO                TO REGP-DATE-EFFET
                                       REGP-LIGNE
           START FIC-REGISTRE-PARAM KEY IS NOT LESS THAN REGP-CLE
              INVALID KEY
                 SET WS-REGP-FIN    TO TRUE
           END-START
           PERFORM UNTIL WS-REGP-FIN
              READ FIC-REGISTRE-PARAM NEXT RECORD
                 AT END
                    SET WS-REGP-FIN TO TRUE
                 NOT AT END
                    IF REGP-FICHIER NOT = WS-REGP-FICHIER
                       OR REGP-DATE-EFFET > WS-REGP-DATE-RECH
                       SET WS-REGP-FIN TO TRUE
                    ELSE
                       IF REGP-LIGNE = ZERO
                          MOVE REGP-DATE-EFFET
                                    TO WS-REGP-DATE-VIGUEUR
                          MOVE REGP-V-OPERATEUR
                                    TO WS-REGP-VIG-OPERATEUR
                          MOVE REGP-V-MOTIF
                                    TO WS-REGP-VIG-MOTIF
                          MOVE REGP-V-HORODATAGE
                                    TO WS-REGP-VIG-HORODATAGE
                          MOVE REGP-V-NB-LIGNES
                                    TO WS-REGP-VIG-NB-LIGNES
                          MOVE REGP-V-PRECEDENTE
                                    TO WS-REGP-VIG-PRECEDENTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       CHARGE-VERSION.
           MOVE ZERO                TO WS-REGP-NB-LIGNES
                                       WS-REGP-INDIC-FIN
           IF WS-REGP-DATE-VIGUEUR = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-REGP-FICHIER     TO REGP-FICHIER
           MOVE WS-REGP-DATE-VIGUEUR TO REGP-DATE-EFFET
           MOVE 1                   TO REGP-LIGNE
           START FIC-REGISTRE-PARAM KEY IS NOT LESS THAN REGP-CLE
              INVALID KEY
                 SET WS-REGP-FIN    TO TRUE
           END-START
           PERFORM UNTIL WS-REGP-FIN
              READ FIC-REGISTRE-PARAM NEXT RECORD
                 AT END
                    SET WS-REGP-FIN TO TRUE
                 NOT AT END
                    IF REGP-FICHIER NOT = WS-REGP-FICHIER
                       OR REGP-DATE-EFFET NOT = WS-REGP-DATE-VIGUEUR
                       SET WS-REGP-FIN TO TRUE
                    ELSE
                       IF WS-REGP-NB-LIGNES >= WS-REGP-MAX-LIGNES
                          DISPLAY 'ABEND - TABLE DES LIGNES DE '
                                  'PARAMETRE PLEINE (500) : '
                                  WS-REGP-FICHIER
                          MOVE 16   TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1        TO WS-REGP-NB-LIGNES
                       MOVE REGP-TEXTE
                            TO WS-REGP-LIGNE (WS-REGP-NB-LIGNES)
                    END-IF
              END-READ
           END-PERFORM
           .
