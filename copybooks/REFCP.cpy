      *==============================================================*
      * REFCP - CONSULTATION DU REFERENTIEL DES CODES                *
      *   (copybooks REFCS, REFC et REFCW).                          *
      *   - CHARGE-REFERENTIEL-CODES en INIT : le referentiel est    *
      *     obligatoire - sans lui, ou vide, aucun pays ne serait    *
      *     admis : arret du programme, RC 16.                       *
      *   - CHERCHE-CODE-REFERENCE pour chaque code a controler :    *
      *     WS-REFC-CONNU (present et valide a la date demandee),    *
      *     WS-REFC-HORS-VALIDITE (present, hors de sa periode) ou   *
      *     WS-REFC-INCONNU. Un controle qui refuse le code refuse   *
      *     les deux derniers.                                       *
      *==============================================================*
       CHARGE-REFERENTIEL-CODES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REFC-DATE-JOUR
           MOVE ZERO                   TO WS-REFC-NB
                                          WS-REFC-INDIC-FIN
           OPEN INPUT FIC-REF-CODES
           IF WS-STATUS-REFC NOT = '00'
              DISPLAY 'ABEND - FIC-REF-CODES INACCESSIBLE, '
                      'STATUT ' WS-STATUS-REFC
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-REFC-FIN
              READ FIC-REF-CODES NEXT RECORD
               AT END
                 SET WS-REFC-FIN       TO TRUE
               NOT AT END
                 IF WS-REFC-NB >= 1000
                    DISPLAY 'ABEND - TABLE DU REFERENTIEL DES CODES '
                            'PLEINE (1000)'
                    MOVE 16            TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1                 TO WS-REFC-NB
                 MOVE REFC-CLE         TO WS-REFC-T-CLE (WS-REFC-NB)
                 MOVE REFC-LIBELLE     TO WS-REFC-T-LIBELLE (WS-REFC-NB)
                 MOVE REFC-DATE-DEBUT  TO WS-REFC-T-DEBUT (WS-REFC-NB)
                 MOVE REFC-DATE-FIN    TO WS-REFC-T-FIN (WS-REFC-NB)
                 MOVE REFC-MEMBRE-UE
                                   TO WS-REFC-T-MEMBRE-UE (WS-REFC-NB)
                 MOVE REFC-DECIMALES
                                   TO WS-REFC-T-DECIMALES (WS-REFC-NB)
                 MOVE REFC-JURIDICTION-TVA
                                   TO WS-REFC-T-JURIDICTION (WS-REFC-NB)
              END-READ
           END-PERFORM
           CLOSE FIC-REF-CODES
           IF WS-REFC-NB = ZERO
              DISPLAY 'ABEND - FIC-REF-CODES VIDE'
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-REFC-NB             TO WS-REFC-NB-EDT
           DISPLAY WS-REFC-PROGRAMME ' : codes de reference charges : '
                   WS-REFC-NB-EDT
           .

      *    Verdict sur le code demande, a la date demandee (a defaut
      *    la date du jour)
       CHERCHE-CODE-REFERENCE.
           IF WS-REFC-DATE-CHERCHEE = ZERO
              MOVE WS-REFC-DATE-JOUR   TO WS-REFC-DATE-CHERCHEE
           END-IF
           SET WS-REFC-INCONNU         TO TRUE
           SEARCH ALL WS-REFC-POSTE
              AT END
                 CONTINUE
              WHEN WS-REFC-T-CLE (WS-REFC-IDX) = WS-REFC-CLE-CHERCHEE
                 IF WS-REFC-DATE-CHERCHEE
                    < WS-REFC-T-DEBUT (WS-REFC-IDX)
                    OR WS-REFC-DATE-CHERCHEE
                    > WS-REFC-T-FIN (WS-REFC-IDX)
                    SET WS-REFC-HORS-VALIDITE TO TRUE
                 ELSE
                    SET WS-REFC-CONNU  TO TRUE
                 END-IF
           END-SEARCH
           .
