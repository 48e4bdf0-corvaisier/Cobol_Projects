      *     encore - l'astreinte peut intervenir, pas constater      *
      *   - Le point de situation sort dans FIC-RAPPORT-MONIT :      *
      *     une ligne par run ouvert avec son temps ecoule           *
      *   - Surveille aussi le verrou de fenetre FIC-VERROU          *
      *     (copybooks VERR*) : un verrou encore pose plus de N      *
      *     heures apres la fin de la chaine (arretee), ou plus de   *
      *     M heures apres sa pose sans fin datee (chaine tombee     *
      *     sans lever son verrou), bloque les mises a jour du jour  *
      *     et leve une alerte E - seuils FIC-PARAM-VERROU, defauts  *
      *     2 et 12 heures                                           *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     FILE STATUS is WS-STATUS-RAPPORT.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.
      *    FIC-VERROU : verrou de fenetre de mise a jour de FICHIER1
           COPY VERRS.
      * Seuils du verrou residuel, en heures (facultatif)
           SELECT FIC-PARAM-VERROU
                     ASSIGN to FICPVER
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PVER.

      *
      *==============================================================*

           COPY ALRT.

           COPY VERR.

      * Seuils du verrou residuel : delai apres la fin de chaine,
      * et duree maximale d'une fenetre sans fin datee (heures)
       FD  FIC-PARAM-VERROU.
       01  PVER-REC.
         10 PVER-DELAI-FIN     PIC 9(03).
         10 FILLER             PIC X(01).
         10 PVER-FENETRE-MAX   PIC 9(03).
         10 FILLER             PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-RUNLOG     PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-SLA     PIC 9      VALUE ZERO.
               88 WS-FIN-SLA                   VALUE 1.
           02  WS-STATUS-RAPPORT    PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PVER       PIC 9(02)  VALUE ZERO.

      *    Table des runs apparies, meme mecanique que FOREX020 :
      *    une entree par DEBUT, completee par la FIN du meme
           02  WS-NB-OUVERTS        PIC S9(4)  VALUE ZERO.
           02  WS-NB-DEPASSEMENTS   PIC S9(4)  VALUE ZERO.

      *    Verrou residuel : seuils en heures, instants en minutes
      *    depuis le 01/01/1601 pour traverser minuit et les jours
       01  WS-VERROU-RESIDUEL.
           02  WS-DELAI-FIN-VERR    PIC 9(03)  VALUE 2.
           02  WS-FENETRE-MAX-VERR  PIC 9(03)  VALUE 12.
           02  WS-MIN-MAINTENANT    PIC S9(11) COMP VALUE ZERO.
           02  WS-MIN-REFERENCE     PIC S9(11) COMP VALUE ZERO.
           02  WS-ECOULE-MIN        PIC S9(11) COMP VALUE ZERO.
           02  WS-HORODATAGE-VERR   PIC X(17)  VALUE SPACE.
           02  WS-DATE-VERR         PIC 9(08)  VALUE ZERO.
           02  WS-HEURES-EDT        PIC ZZ.ZZ9.
           02  WS-SEUIL-H-EDT       PIC ZZ9.
           02  WS-NB-VERROU-RESID   PIC S9(4)  COMP VALUE ZERO.

       01  WS-INDIC-RUN-TROUVE      PIC 9      VALUE ZERO.
           88 WS-RUN-TROUVE                    VALUE 1.
       01  WS-INDIC-SLA-TROUVE      PIC 9      VALUE ZERO.
           COPY FSTATAB.
      *    Fil consolide des alertes operateur
           COPY ALRTW.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.

           PERFORM TRAITEMENT     *> Appariement DEBUT/FIN EN BOUCLE
             UNTIL WS-FIN-RLOG
           PERFORM CONTROLE-RUNS-OUVERTS
           PERFORM CONTROLE-VERROU-RESIDUEL
           PERFORM FIN            *> Fin du programme
           .

                                     + WS-DHS-SECONDE

           PERFORM CHARGE-SEUILS-SLA
           PERFORM CHARGE-SEUILS-VERROU

           OPEN INPUT FIC-RUNLOG
           MOVE WS-STATUS-RUNLOG    TO WS-FSTA-STATUT
           END-IF
           .

      *    Seuils du verrou residuel - fichier facultatif : sans
      *    lui, 2 heures apres la fin de chaine, 12 heures apres la
      *    pose quand la fin n'a jamais ete datee
       CHARGE-SEUILS-VERROU.
           OPEN INPUT FIC-PARAM-VERROU
           IF WS-STATUS-PVER = '00'
              READ FIC-PARAM-VERROU
               NOT AT END
                 IF PVER-DELAI-FIN NUMERIC
                    MOVE PVER-DELAI-FIN   TO WS-DELAI-FIN-VERR
                 END-IF
                 IF PVER-FENETRE-MAX NUMERIC
                    MOVE PVER-FENETRE-MAX TO WS-FENETRE-MAX-VERR
                 END-IF
              END-READ
              CLOSE FIC-PARAM-VERROU
           ELSE
              DISPLAY 'FIC-PARAM-VERROU absent, seuils par defaut '
                      '(2 h apres la fin, 12 h apres la pose)'
           END-IF
           .

       LIT-SEUIL-SLA.
           READ FIC-PARAM-SLA
            AT END
           END-PERFORM
           .

      *    Verrou de fenetre encore pose : mesure depuis la fin
      *    datee de la chaine (arretee), a defaut depuis la pose -
      *    au-dela du seuil, les mises a jour du jour restent
      *    bloquees sans raison, alerte E pour l'astreinte
       CONTROLE-VERROU-RESIDUEL.
           PERFORM CONTROLE-VERROU
           IF NOT WS-VERR-POSE
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MIN-MAINTENANT =
                   FUNCTION INTEGER-OF-DATE (WS-DHS-DATE) * 1440
                 + WS-DHS-HEURE * 60 + WS-DHS-MINUTE
           IF WS-VERR-DATE-FIN NOT = SPACE
              MOVE WS-VERR-DATE-FIN    TO WS-HORODATAGE-VERR
              MOVE WS-DELAI-FIN-VERR   TO WS-SEUIL-H-EDT
           ELSE
              MOVE WS-VERR-DATE-POSE   TO WS-HORODATAGE-VERR
              MOVE WS-FENETRE-MAX-VERR TO WS-SEUIL-H-EDT
           END-IF
           STRING WS-HORODATAGE-VERR (1:4) WS-HORODATAGE-VERR (6:2)
                  WS-HORODATAGE-VERR (9:2)
                  DELIMITED BY SIZE INTO WS-DATE-VERR
           IF WS-DATE-VERR NOT NUMERIC
              OR WS-HORODATAGE-VERR (12:4) NOT NUMERIC
              DISPLAY 'FIC-VERROU : horodatage illisible '
                      WS-HORODATAGE-VERR
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MIN-REFERENCE =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-VERR) * 1440
                 + FUNCTION NUMVAL (WS-HORODATAGE-VERR (12:2)) * 60
                 + FUNCTION NUMVAL (WS-HORODATAGE-VERR (14:2))
           COMPUTE WS-ECOULE-MIN = WS-MIN-MAINTENANT
                                 - WS-MIN-REFERENCE

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  VERROU DE FENETRE POSE PAR ' WS-VERR-DETENTEUR
                  ' LE ' WS-VERR-DATE-POSE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RMON-REC FROM WS-LIGNE-RAPPORT

           IF WS-VERR-DATE-FIN NOT = SPACE
              IF WS-ECOULE-MIN <= WS-DELAI-FIN-VERR * 60
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF WS-ECOULE-MIN <= WS-FENETRE-MAX-VERR * 60
                 EXIT PARAGRAPH
              END-IF
           END-IF

           ADD 1                    TO WS-NB-VERROU-RESID
           COMPUTE WS-HEURES-EDT = WS-ECOULE-MIN / 60
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           IF WS-VERR-DATE-FIN NOT = SPACE
              STRING '  *** VERROU RESIDUEL : ' WS-HEURES-EDT
                     ' h apres la fin (' WS-VERR-ISSUE ') seuil '
                     WS-SEUIL-H-EDT ' h ***'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
              STRING '  *** VERROU RESIDUEL : ' WS-HEURES-EDT
                     ' h sans fin datee, seuil '
                     WS-SEUIL-H-EDT ' h ***'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           WRITE RMON-REC FROM WS-LIGNE-RAPPORT
           DISPLAY 'VERROU DE FENETRE RESIDUEL : ' WS-VERR-DETENTEUR
                   ' pose le ' WS-VERR-DATE-POSE
           MOVE 'E'                 TO WS-ALRT-SEVERITE
           MOVE 'VERRESID'          TO WS-ALRT-CODE
           MOVE SPACES              TO WS-ALRT-MESSAGE
           STRING 'Verrou residuel ' WS-VERR-DETENTEUR ' depuis '
                  WS-HEURES-EDT ' h'
                  DELIMITED BY SIZE
             INTO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Fil consolide des alertes operateur
           COPY ALRTP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRP.

      * Fin du pgm
       FIN.
                 FIC-RAPPORT-MONIT

           IF WS-NB-DEPASSEMENTS > ZERO
              OR WS-NB-VERROU-RESID > ZERO
              MOVE 4                TO RETURN-CODE
              MOVE 4                TO WS-JSUM-SEVERITE
           END-IF
