      *     courant y entre avec son statut commande                 *
      *   - Chaque commande appliquee est listee ; une action        *
      *     inconnue est refusee et comptee                          *
      *   - Statut V : mois d'un exercice verrouille par la cloture  *
      *     annuelle FOREX103 - une commande F ou O sur un tel mois  *
      *     est refusee ; seule la commande E (periode AAAA00,       *
      *     reouverture d'exercice) rend ses mois V a l'etat F,      *
      *     chaque mois pouvant ensuite etre rouvert par O           *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Periode comptable : AAAAMM + statut O/F, ou V pour un mois
      * d'exercice verrouille (dessin partage avec FOREX015, FOREX032,
      * FOREX010 et FOREX103)
       FD  FIC-PERIODES.
       01  PER-REC.
         10 PER-PERIODE        PIC 9(06).
         10 PERMV-ACTION       PIC X(01).
             88 PERMV-FERMER              VALUE 'F'.
             88 PERMV-ROUVRIR             VALUE 'O'.
             88 PERMV-ROUVRIR-EXERCICE    VALUE 'E'.
         10 FILLER             PIC X(72).

       FD  FIC-PERIODES-NOUV.
           02  WS-NB-COMMANDES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-APPLIQUEES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-REFUSEES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-MOIS-ROUVERTS  PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZ9.
      *    Application de la commande courante sur la table
       TRAITEMENT.
           IF PERMV-PERIODE NOT NUMERIC
              OR (NOT PERMV-FERMER AND NOT PERMV-ROUVRIR
                  AND NOT PERMV-ROUVRIR-EXERCICE)
              ADD 1                 TO WS-NB-REFUSEES
              DISPLAY 'COMMANDE REFUSEE : ' PERMV-PERIODE ' '
                      PERMV-ACTION
           .

       APPLIQUE-COMMANDE.
           IF PERMV-ROUVRIR-EXERCICE
              PERFORM ROUVRE-EXERCICE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-INDIC-PER-TROUVEE
           PERFORM VARYING WS-IDX-PER
                   FROM    1 BY 1
              MOVE PERMV-PERIODE    TO WS-PER-PERIODE (WS-IDX-PER)
           ELSE
              SUBTRACT 1            FROM WS-IDX-PER
      *       Exercice cloture : le mois ne bouge plus sans
      *       reouverture d'exercice prealable (commande E)
              IF WS-PER-STATUT (WS-IDX-PER) = 'V'
                 ADD 1              TO WS-NB-REFUSEES
                 DISPLAY 'PERIODE ' PERMV-PERIODE ' D''UN EXERCICE '
                         'VERROUILLE, commande ' PERMV-ACTION
                         ' refusee'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF PERMV-FERMER
              MOVE 'F'              TO WS-PER-STATUT (WS-IDX-PER)
           ADD 1                    TO WS-NB-APPLIQUEES
           .

      *    Reouverture d'exercice : les mois verrouilles de l'annee
      *    AAAA de la commande redeviennent fermes (F)
       ROUVRE-EXERCICE.
           MOVE ZERO                TO WS-NB-MOIS-ROUVERTS
           PERFORM VARYING WS-IDX-PER
                   FROM    1 BY 1
                   UNTIL   WS-IDX-PER > WS-NB-PERIODES
              IF WS-PER-PERIODE (WS-IDX-PER) (1:4)
                 = PERMV-PERIODE (1:4)
                 AND WS-PER-STATUT (WS-IDX-PER) = 'V'
                 MOVE 'F'           TO WS-PER-STATUT (WS-IDX-PER)
                 ADD 1              TO WS-NB-MOIS-ROUVERTS
              END-IF
           END-PERFORM
           IF WS-NB-MOIS-ROUVERTS = ZERO
              ADD 1                 TO WS-NB-REFUSEES
              DISPLAY 'EXERCICE ' PERMV-PERIODE (1:4)
                      ' NON VERROUILLE, commande E refusee'
           ELSE
              ADD 1                 TO WS-NB-APPLIQUEES
              DISPLAY 'EXERCICE ' PERMV-PERIODE (1:4)
                      ' ROUVERT, mois repasses a F'
           END-IF
           .

       ECRIT-NOUVEL-ETAT.
           OPEN OUTPUT FIC-PERIODES-NOUV
           MOVE WS-STATUS-PERN      TO WS-FSTA-STATUT
