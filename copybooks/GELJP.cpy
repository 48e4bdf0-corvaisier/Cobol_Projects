      *==============================================================*
      * GELJP - CONSULTATION DU REGISTRE DES GELS JURIDIQUES         *
      *   (copybooks GELJS, GELJ et GELJW).                          *
      *   - CHARGE-GELS-JURIDIQUES en INIT : le registre est         *
      *     obligatoire (un membre vide vaut absence de gel) - son   *
      *     absence arrete le programme avant toute mise a jour,     *
      *     RC 16. Une ligne invalide est rejetee et comptee dans    *
      *     WS-GELJ-NB-REJETES, le programme appelant la grade en    *
      *     RC 4. Un gel dont la date de levee est atteinte reste    *
      *     en table, marque leve, sans effet.                       *
      *   - TESTE-GEL-JURIDIQUE avant toute suppression ou           *
      *     modification : WS-GELJ-RETENU dit si l'element decrit    *
      *     par WS-GELJ-DEMANDE est gele, WS-GELJ-DOSSIER-RETENU     *
      *     par quel dossier.                                        *
      *   - NOTE-GEL-JURIDIQUE pour chaque element laisse en         *
      *     l'etat : compte et liste (SYSOUT) avec son dossier.      *
      *   - RAPPORTE-GELS-JURIDIQUES en FIN : totaux par dossier.    *
      *==============================================================*
       CHARGE-GELS-JURIDIQUES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-GELJ-DATE-JOUR
           MOVE ZERO                   TO WS-GELJ-NB
                                          WS-GELJ-NB-ACTIFS
                                          WS-GELJ-NB-REJETES
                                          WS-GELJ-NB-RETENUS
                                          WS-GELJ-INDIC-FIN
           OPEN INPUT FIC-GELS-JURIDIQUES
           IF WS-STATUS-GELJ NOT = '00'
              DISPLAY 'ABEND - FIC-GELS-JURIDIQUES INACCESSIBLE, '
                      'STATUT ' WS-STATUS-GELJ
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-GELJ-FIN
              READ FIC-GELS-JURIDIQUES
               AT END
                 SET WS-GELJ-FIN       TO TRUE
               NOT AT END
                 PERFORM CHARGE-LIGNE-GEL
              END-READ
           END-PERFORM
           CLOSE FIC-GELS-JURIDIQUES
           MOVE WS-GELJ-NB-ACTIFS      TO WS-GELJ-NB-EDT
           DISPLAY WS-GELJ-PROGRAMME ' : gels juridiques actifs   : '
                   WS-GELJ-NB-EDT
           .

      *    Controle d'une ligne du registre : type connu, valeur
      *    renseignee (A, C) ou plage valide (D), dossier renseigne,
      *    levee a blanc, a zero ou date numerique
       CHARGE-LIGNE-GEL.
           IF GELJ-REC = SPACES OR GELJ-COMMENTAIRE
              EXIT PARAGRAPH
           END-IF
           IF NOT GELJ-TYPE-ARTICLE AND NOT GELJ-TYPE-CTP
              AND NOT GELJ-TYPE-PERIODE
              PERFORM REJETTE-LIGNE-GEL
              EXIT PARAGRAPH
           END-IF
           IF GELJ-DOSSIER = SPACES
              PERFORM REJETTE-LIGNE-GEL
              EXIT PARAGRAPH
           END-IF
           IF (GELJ-TYPE-ARTICLE OR GELJ-TYPE-CTP)
              AND GELJ-VALEUR = SPACES
              PERFORM REJETTE-LIGNE-GEL
              EXIT PARAGRAPH
           END-IF
           IF GELJ-TYPE-CTP AND GELJ-VALEUR (7:4) NOT = SPACES
              PERFORM REJETTE-LIGNE-GEL
              EXIT PARAGRAPH
           END-IF
           IF GELJ-TYPE-PERIODE
              IF GELJ-DATE-DEBUT NOT NUMERIC
                 OR GELJ-DATE-FIN NOT NUMERIC
                 OR GELJ-DATE-DEBUT-N > GELJ-DATE-FIN-N
                 PERFORM REJETTE-LIGNE-GEL
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF GELJ-DATE-LEVEE NOT = SPACES
              AND GELJ-DATE-LEVEE NOT NUMERIC
              PERFORM REJETTE-LIGNE-GEL
              EXIT PARAGRAPH
           END-IF
           IF WS-GELJ-NB >= 200
              DISPLAY WS-GELJ-PROGRAMME ' : table des gels pleine, '
                      'dossier ' GELJ-DOSSIER ' ignore'
              ADD 1                    TO WS-GELJ-NB-REJETES
              EXIT PARAGRAPH
           END-IF
           ADD 1                       TO WS-GELJ-NB
           MOVE WS-GELJ-NB             TO WS-GELJ-IDX
           MOVE GELJ-TYPE          TO WS-GELJ-T-TYPE (WS-GELJ-IDX)
           MOVE GELJ-VALEUR        TO WS-GELJ-T-VALEUR (WS-GELJ-IDX)
           MOVE GELJ-DOSSIER       TO WS-GELJ-T-DOSSIER (WS-GELJ-IDX)
           MOVE GELJ-LIBELLE       TO WS-GELJ-T-LIBELLE (WS-GELJ-IDX)
           MOVE ZERO               TO WS-GELJ-T-DEBUT (WS-GELJ-IDX)
                                      WS-GELJ-T-FIN (WS-GELJ-IDX)
                                      WS-GELJ-T-LEVEE (WS-GELJ-IDX)
                                  WS-GELJ-T-NB-RETENUS (WS-GELJ-IDX)
           IF GELJ-TYPE-PERIODE
              MOVE GELJ-DATE-DEBUT-N
                                   TO WS-GELJ-T-DEBUT (WS-GELJ-IDX)
              MOVE GELJ-DATE-FIN-N TO WS-GELJ-T-FIN (WS-GELJ-IDX)
           END-IF
           IF GELJ-DATE-LEVEE NOT = SPACES
              MOVE GELJ-DATE-LEVEE-N
                                   TO WS-GELJ-T-LEVEE (WS-GELJ-IDX)
           END-IF
           IF WS-GELJ-T-LEVEE (WS-GELJ-IDX) = ZERO
              OR WS-GELJ-T-LEVEE (WS-GELJ-IDX) > WS-GELJ-DATE-JOUR
              SET WS-GELJ-T-ACTIF (WS-GELJ-IDX) TO TRUE
              ADD 1                    TO WS-GELJ-NB-ACTIFS
           ELSE
              SET WS-GELJ-T-LEVE (WS-GELJ-IDX)  TO TRUE
           END-IF
           .

       REJETTE-LIGNE-GEL.
           ADD 1                       TO WS-GELJ-NB-REJETES
           DISPLAY WS-GELJ-PROGRAMME ' : ligne de gel rejetee : '
                   GELJ-REC (1:60)
           .

      *    Le premier gel actif qui couvre la cle, la contrepartie
      *    ou la date de la demande retient l'element
       TESTE-GEL-JURIDIQUE.
           MOVE ZERO                   TO WS-GELJ-INDIC-RETENU
                                          WS-GELJ-IDX-RETENU
           MOVE SPACES                 TO WS-GELJ-DOSSIER-RETENU
           PERFORM VARYING WS-GELJ-IDX FROM 1 BY 1
                   UNTIL WS-GELJ-IDX > WS-GELJ-NB
                      OR WS-GELJ-RETENU
              IF WS-GELJ-T-ACTIF (WS-GELJ-IDX)
                 EVALUATE WS-GELJ-T-TYPE (WS-GELJ-IDX)
                    WHEN 'A'
                       IF WS-GELJ-CLE NOT = SPACES
                          AND WS-GELJ-CLE =
                              WS-GELJ-T-VALEUR (WS-GELJ-IDX)
                          SET WS-GELJ-RETENU    TO TRUE
                       END-IF
                    WHEN 'C'
                       IF WS-GELJ-CTP NOT = SPACES
                          AND WS-GELJ-CTP =
                              WS-GELJ-T-VALEUR (WS-GELJ-IDX) (1:6)
                          SET WS-GELJ-RETENU    TO TRUE
                       END-IF
                    WHEN 'D'
                       IF WS-GELJ-DATE NOT = ZERO
                          AND WS-GELJ-DATE >=
                              WS-GELJ-T-DEBUT (WS-GELJ-IDX)
                          AND WS-GELJ-DATE <=
                              WS-GELJ-T-FIN (WS-GELJ-IDX)
                          SET WS-GELJ-RETENU    TO TRUE
                       END-IF
                 END-EVALUATE
                 IF WS-GELJ-RETENU
                    MOVE WS-GELJ-IDX   TO WS-GELJ-IDX-RETENU
                    MOVE WS-GELJ-T-DOSSIER (WS-GELJ-IDX)
                                       TO WS-GELJ-DOSSIER-RETENU
                 END-IF
              END-IF
           END-PERFORM
           .

      *    Element laisse en l'etat : compte au run et au gel qui
      *    l'a retenu, liste avec son dossier
       NOTE-GEL-JURIDIQUE.
           ADD 1                       TO WS-GELJ-NB-RETENUS
           IF WS-GELJ-IDX-RETENU > ZERO
              ADD 1 TO WS-GELJ-T-NB-RETENUS (WS-GELJ-IDX-RETENU)
           END-IF
           DISPLAY WS-GELJ-PROGRAMME ' GEL JURIDIQUE '
                   WS-GELJ-DOSSIER-RETENU ' : ' WS-GELJ-OBJET
           .

      *    Bilan du run : elements retenus par gel, lignes rejetees
       RAPPORTE-GELS-JURIDIQUES.
           MOVE WS-GELJ-NB-RETENUS     TO WS-GELJ-NB-EDT
           DISPLAY WS-GELJ-PROGRAMME ' : elements sous gel laisses '
                   'en l''etat : ' WS-GELJ-NB-EDT
           PERFORM VARYING WS-GELJ-IDX FROM 1 BY 1
                   UNTIL WS-GELJ-IDX > WS-GELJ-NB
              IF WS-GELJ-T-NB-RETENUS (WS-GELJ-IDX) > ZERO
                 MOVE WS-GELJ-T-NB-RETENUS (WS-GELJ-IDX)
                                       TO WS-GELJ-NB-EDT
                 DISPLAY '   DOSSIER ' WS-GELJ-T-DOSSIER (WS-GELJ-IDX)
                         ' ' WS-GELJ-T-TYPE (WS-GELJ-IDX)
                         ' ' WS-GELJ-T-VALEUR (WS-GELJ-IDX)
                         ' : ' WS-GELJ-NB-EDT
              END-IF
           END-PERFORM
           IF WS-GELJ-NB-REJETES > ZERO
              MOVE WS-GELJ-NB-REJETES  TO WS-GELJ-NB-EDT
              DISPLAY WS-GELJ-PROGRAMME ' : lignes de gel rejetees  '
                      ' : ' WS-GELJ-NB-EDT
           END-IF
           .
