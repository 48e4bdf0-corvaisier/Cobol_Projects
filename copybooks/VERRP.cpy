      *==============================================================*
      * VERRP - GESTION DU VERROU DE FENETRE DE MISE A JOUR DE       *
      *   FICHIER1 (copybooks VERRS, VERR et VERRW).                 *
      *   - Les traitements qui balaient FICHIER1 PERFORMent         *
      *     POSE-VERROU en INIT et LEVE-VERROU en FIN : le verrou    *
      *     deja pose par un autre programme (la chaine FOREX021     *
      *     autour de FOREX009) est laisse a son detenteur, seul     *
      *     le programme qui l'a pose le leve. FOREX021 arretee      *
      *     avant son terme PERFORMe CLOT-VERROU-EN-ARRET : le       *
      *     verrou reste pose jusqu'a la reprise, la fin est datee.  *
      *   - Les programmes de mise a jour PERFORMent CONTROLE-VERROU *
      *     avant toute mise a jour : WS-VERR-POSE dit si la         *
      *     fenetre est ouverte. Le forcage operateur passe par      *
      *     LIT-FORCAGE-VERROU (batch, fichier FIC-FORCAGE-VERROU)   *
      *     ou DEMANDE-FORCAGE-VERROU (dialogue, WS-VERR-OPERATEUR   *
      *     alimente) ; un forcage accepte est journalise avec son   *
      *     motif dans FIC-JRN-FORCAGE et arme WS-VERR-FORCE.        *
      *   FIC-VERROU absent ou vide vaut verrou libre. Les erreurs   *
      *   d'ouverture en ecriture passent par CONTROLE-FILE-STATUT   *
      *   (copybooks FSTATAB/FSTATCK).                               *
      *==============================================================*
       CONTROLE-VERROU.
           MOVE ZERO                   TO WS-VERR-INDIC-POSE
           MOVE SPACES                 TO WS-VERR-DETENTEUR
                                          WS-VERR-DATE-POSE
                                          WS-VERR-DATE-FIN
                                          WS-VERR-ISSUE
           OPEN INPUT FIC-VERROU
           IF WS-STATUS-VERR NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ FIC-VERROU
            AT END
              CONTINUE
            NOT AT END
              IF VERR-EST-POSE
                 SET WS-VERR-POSE      TO TRUE
              END-IF
              MOVE VERR-PROGRAMME      TO WS-VERR-DETENTEUR
              MOVE VERR-DATE-POSE      TO WS-VERR-DATE-POSE
              MOVE VERR-DATE-FIN       TO WS-VERR-DATE-FIN
              MOVE VERR-ISSUE          TO WS-VERR-ISSUE
           END-READ
           CLOSE FIC-VERROU
           .

      *    Ouverture de la fenetre : le verrou est pris au nom du
      *    programme courant, sauf s'il est deja tenu par un autre
      *    (le programme tourne alors sous le verrou de celui-ci)
       POSE-VERROU.
           PERFORM CONTROLE-VERROU
           IF WS-VERR-POSE
              AND WS-VERR-DETENTEUR NOT = WS-VERR-PROGRAMME
              DISPLAY WS-VERR-PROGRAMME ' : verrou de fenetre deja '
                      'pose par ' WS-VERR-DETENTEUR ' le '
                      WS-VERR-DATE-POSE ', laisse a son detenteur'
              EXIT PARAGRAPH
           END-IF
           PERFORM HORODATE-VERROU
           MOVE WS-VERR-DATE-HEURE-EDT TO WS-VERR-DATE-POSE
           MOVE SPACES                 TO WS-VERR-DATE-FIN
                                          WS-VERR-ISSUE
           MOVE 'P'                    TO WS-VERR-ETAT-ECRIT
           PERFORM ECRIT-VERROU
           SET WS-VERR-DETENU          TO TRUE
           DISPLAY WS-VERR-PROGRAMME ' : verrou de fenetre pose le '
                   WS-VERR-DATE-POSE
           .

      *    Fermeture normale de la fenetre : verrou libere, fin et
      *    issue datees pour le moniteur
       LEVE-VERROU.
           IF NOT WS-VERR-DETENU
              EXIT PARAGRAPH
           END-IF
           PERFORM HORODATE-VERROU
           MOVE WS-VERR-DATE-HEURE-EDT TO WS-VERR-DATE-FIN
           MOVE 'TERMINE '             TO WS-VERR-ISSUE
           MOVE 'L'                    TO WS-VERR-ETAT-ECRIT
           PERFORM ECRIT-VERROU
           MOVE ZERO                   TO WS-VERR-INDIC-DETENU
           DISPLAY WS-VERR-PROGRAMME ' : verrou de fenetre leve le '
                   WS-VERR-DATE-FIN
           .

      *    Fin anormale de la fenetre (chaine arretee) : le verrou
      *    reste pose jusqu'a la reprise, mais la fin est datee -
      *    le moniteur FOREX042 alerte s'il s'eternise
       CLOT-VERROU-EN-ARRET.
           IF NOT WS-VERR-DETENU
              EXIT PARAGRAPH
           END-IF
           PERFORM HORODATE-VERROU
           MOVE WS-VERR-DATE-HEURE-EDT TO WS-VERR-DATE-FIN
           MOVE 'ARRET   '             TO WS-VERR-ISSUE
           MOVE 'P'                    TO WS-VERR-ETAT-ECRIT
           PERFORM ECRIT-VERROU
           DISPLAY WS-VERR-PROGRAMME ' : fenetre arretee le '
                   WS-VERR-DATE-FIN ', verrou maintenu jusqu''a '
                   'la reprise'
           .

      *    Reecriture de l'enregistrement unique du verrou - WS-
      *    VERR-ETAT-ECRIT est en place au PERFORM
       ECRIT-VERROU.
           OPEN OUTPUT FIC-VERROU
           MOVE WS-STATUS-VERR         TO WS-FSTA-STATUT
           MOVE 'FIC-VERR'             TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES                 TO VERR-REC
           MOVE WS-VERR-ETAT-ECRIT     TO VERR-ETAT
           MOVE WS-VERR-PROGRAMME      TO VERR-PROGRAMME
           MOVE WS-VERR-DATE-POSE      TO VERR-DATE-POSE
           MOVE WS-VERR-DATE-FIN       TO VERR-DATE-FIN
           MOVE WS-VERR-ISSUE          TO VERR-ISSUE
           WRITE VERR-REC
           CLOSE FIC-VERROU
           .

      *    Forcage d'un traitement batch : FIC-FORCAGE-VERROU
      *    facultative (vide en temps normal), deposee par
      *    l'operateur avec son identifiant, la date du jour et son
      *    motif - absente, vide, sans motif ou d'un autre jour, pas
      *    de forcage
       LIT-FORCAGE-VERROU.
           OPEN INPUT FIC-FORCAGE-VERROU
           IF WS-STATUS-VFOR NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ FIC-FORCAGE-VERROU
            AT END
              CONTINUE
            NOT AT END
              PERFORM HORODATE-VERROU
              EVALUATE TRUE
                 WHEN VFOR-OPERATEUR = SPACE
                   OR VFOR-MOTIF = SPACE
                    DISPLAY WS-VERR-PROGRAMME ' : forcage du verrou '
                            'sans operateur ou sans motif, ignore'
                 WHEN VFOR-DATE NOT = WS-VERR-DATE-HEURE-SYS (1:8)
                    DISPLAY WS-VERR-PROGRAMME ' : forcage du verrou '
                            'du ' VFOR-DATE ', perime, ignore'
                 WHEN OTHER
                    MOVE VFOR-OPERATEUR TO WS-VERR-OPERATEUR
                    MOVE VFOR-MOTIF     TO WS-VERR-MOTIF
                    PERFORM JOURNALISE-FORCAGE
              END-EVALUATE
           END-READ
           CLOSE FIC-FORCAGE-VERROU
           .

      *    Forcage en dialogue : l'operateur de la session
      *    (WS-VERR-OPERATEUR) saisit son motif - ENTREE seule
      *    renonce au forcage
       DEMANDE-FORCAGE-VERROU.
           MOVE SPACES                 TO WS-VERR-MOTIF
           DISPLAY 'Forcer le verrou ? Motif obligatoire '
                   '(ENTREE seule = non)'
           ACCEPT WS-VERR-MOTIF
           IF WS-VERR-MOTIF NOT = SPACE
              PERFORM JOURNALISE-FORCAGE
           END-IF
           .

      *    Trace du forcage dans FIC-JRN-FORCAGE (partage, ouvert en
      *    EXTEND et cree au premier usage) : le verrou est ensuite
      *    ignore pour le reste du run ou de la session
       JOURNALISE-FORCAGE.
           PERFORM HORODATE-VERROU
           OPEN EXTEND FIC-JRN-FORCAGE
           IF WS-STATUS-VJRN NOT = '00'
              OPEN OUTPUT FIC-JRN-FORCAGE
              MOVE WS-STATUS-VJRN      TO WS-FSTA-STATUT
              MOVE 'FIC-VJRN'          TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           MOVE SPACES                 TO VJRN-REC
           MOVE WS-VERR-DATE-HEURE-EDT TO VJRN-DATE-HEURE
           MOVE WS-VERR-PROGRAMME      TO VJRN-PROGRAMME
           MOVE WS-VERR-OPERATEUR      TO VJRN-OPERATEUR
           MOVE WS-VERR-DETENTEUR      TO VJRN-DETENTEUR
           MOVE WS-VERR-DATE-POSE      TO VJRN-DATE-POSE
           MOVE WS-VERR-MOTIF          TO VJRN-MOTIF
           WRITE VJRN-REC
           CLOSE FIC-JRN-FORCAGE
           SET WS-VERR-FORCE           TO TRUE
           DISPLAY WS-VERR-PROGRAMME ' : VERROU DE FENETRE FORCE par '
                   WS-VERR-OPERATEUR ' - motif : ' WS-VERR-MOTIF
           .

       HORODATE-VERROU.
           MOVE FUNCTION CURRENT-DATE  TO WS-VERR-DATE-HEURE-SYS
           STRING WS-VERR-ANNEE "-" WS-VERR-MOIS "-" WS-VERR-JOUR
                  "-" WS-VERR-HEURE WS-VERR-MINUTE WS-VERR-SECONDE
                  DELIMITED BY SIZE
             INTO WS-VERR-DATE-HEURE-EDT
           .
