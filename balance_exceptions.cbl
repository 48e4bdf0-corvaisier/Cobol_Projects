       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX108.
      *==============================================================*
      * PROGRAMME de balance agee quotidienne de la file des         *
      * exceptions                                                   *
      *   - Liste, a partir de FIC-FILE-EXCEPTIONS alimente par la   *
      *     collecte FOREX106 et tenu a la console FOREX107, les     *
      *     exceptions ouvertes regroupees par responsable (les non  *
      *     assignees en tete), de la plus ancienne a la plus        *
      *     recente, avec leur anciennete depuis la date de levee    *
      *   - Pour chaque responsable, ventilation par tranche         *
      *     d'anciennete (0-2 / 3-5 / 6-10 / 11-30 / 30+ jours) en   *
      *     nombre, et meme ventilation pour l'ensemble de la file   *
      *   - Exceptions ouvertes depuis plus de 30 jours : alerte     *
      *     W EXCQAGE et RC 4                                        *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-FILE-EXCEPTIONS : file de travail des exceptions
           COPY EXCQS.
      * Tri des exceptions ouvertes par responsable et anciennete
           SELECT SORT-EXCEPTIONS ASSIGN to SORTWK1.
      * Balance agee de la file, pour les chefs d'equipe
           SELECT FIC-RAPPORT-EXCEPT
                     ASSIGN to FICREXC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-REXC.
      *    Fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY EXCQ.

      * Exception ouverte a editer : responsable, date de levee,
      * source et reference
       SD  SORT-EXCEPTIONS.
       01  SE-REC.
         10 SE-RESPONSABLE     PIC X(08).
         10 SE-DATE-LEVEE      PIC 9(08).
         10 SE-SOURCE          PIC X(04).
         10 SE-REFERENCE       PIC X(40).
         10 SE-MOTIF           PIC X(30).
         10 SE-MONTANT         PIC 9(09)V99.
         10 SE-DEVISE          PIC X(03).
         10 SE-AGE             PIC 9(05).
         10 FILLER             PIC X(11).

       FD  FIC-RAPPORT-EXCEPT.
       01  REXC-REC             PIC X(132).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-INDIC-FIN-EXCQ    PIC 9      VALUE ZERO.
               88 WS-FIN-EXCQ                  VALUE 1.
           02  WS-INDIC-FIN-SORT    PIC 9      VALUE ZERO.
               88 WS-FIN-SORT                  VALUE 1.
           02  WS-STATUS-REXC       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-EXCEPT-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-OUVERTES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-PLUS-30        PIC S9(9)  VALUE ZERO.
           02  WS-NB-RESPONSABLES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RAPPORT PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-AGE-EDT           PIC ZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZ9,99.

      *    Anciennete de l'exception depuis sa levee
       01  WS-JOUR-COURANT          PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-AGE-JOURS             PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-IDX-TRANCHE           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-TR                PIC S9(4) COMP SYNC VALUE ZERO.

      *    Ventilation par tranche : 1 = responsable en cours,
      *    2 = ensemble de la file
       01  WS-TAB-VENTILATION.
           02  WS-VTL-NIVEAU OCCURS 2.
               05 WS-VTL-TRANCHE OCCURS 5.
                  10 WS-VTL-NB      PIC 9(07).
       01  WS-IDX-VTL               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Libelles des tranches d'anciennete
       01  WS-LIBELLES-TRANCHES.
           05 FILLER PIC X(08) VALUE '0-2     '.
           05 FILLER PIC X(08) VALUE '3-5     '.
           05 FILLER PIC X(08) VALUE '6-10    '.
           05 FILLER PIC X(08) VALUE '11-30   '.
           05 FILLER PIC X(08) VALUE '30+     '.
       01  WS-LIB-TRANCHES-R REDEFINES WS-LIBELLES-TRANCHES.
           05  WS-LIB-TRANCHE  PIC X(08) OCCURS 5.

       01  WS-RESPONSABLE-COURANT   PIC X(08)  VALUE HIGH-VALUE.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Statut de la file des exceptions
           COPY EXCQW.
      *    Fil des alertes operateur
           COPY ALRTW.
      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run
           COPY RCGRADW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT             *> Init, en-tete
           SORT SORT-EXCEPTIONS
               ON ASCENDING KEY SE-RESPONSABLE SE-DATE-LEVEE
                                SE-SOURCE SE-REFERENCE
               INPUT PROCEDURE  SELECTIONNE-EXCEPTIONS
               OUTPUT PROCEDURE EDITE-BALANCE
           PERFORM FIN              *> Alertes, fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS
           INITIALIZE  WS-TAB-VENTILATION

      *    Resume de fin de job standardise
           MOVE 'FOREX108'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX108'  TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           COMPUTE WS-JOUR-COURANT
                 = FUNCTION INTEGER-OF-DATE (WS-DHS-DATE)

           OPEN INPUT FIC-FILE-EXCEPTIONS
           MOVE WS-STATUS-EXCQ      TO WS-FSTA-STATUT
           MOVE 'FIC-EXCQ'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-EXCEPT
           MOVE WS-STATUS-REXC      TO WS-FSTA-STATUT
           MOVE 'FIC-REXC'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           STRING 'FOREX108 - BALANCE AGEE DE LA FILE DES EXCEPTIONS '
                  'PAR RESPONSABLE AU ' WS-DHS-DATE
                  '   EDITE LE ' WS-DHS-DATE ' A ' WS-DHS-HEURE
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Parcours de la file : seules les exceptions ouvertes
      *    passent au tri
       SELECTIONNE-EXCEPTIONS.
           PERFORM UNTIL WS-FIN-EXCQ
              READ FIC-FILE-EXCEPTIONS NEXT RECORD
                 AT END
                    SET WS-FIN-EXCQ TO TRUE
                 NOT AT END
                    ADD 1           TO WS-NB-EXCEPT-LUES
                    IF EXCQ-OUVERTE
                       PERFORM RETIENT-EXCEPTION
                    END-IF
              END-READ
           END-PERFORM
           .

       RETIENT-EXCEPTION.
           ADD 1                    TO WS-NB-OUVERTES
           MOVE ZERO                TO WS-AGE-JOURS
           IF FUNCTION TEST-DATE-YYYYMMDD (EXCQ-DATE-LEVEE) = 0
              COMPUTE WS-AGE-JOURS = WS-JOUR-COURANT
                    - FUNCTION INTEGER-OF-DATE (EXCQ-DATE-LEVEE)
              IF WS-AGE-JOURS < ZERO
                 MOVE ZERO          TO WS-AGE-JOURS
              END-IF
           END-IF
           MOVE SPACES              TO SE-REC
           MOVE EXCQ-RESPONSABLE    TO SE-RESPONSABLE
           MOVE EXCQ-DATE-LEVEE     TO SE-DATE-LEVEE
           MOVE EXCQ-SOURCE         TO SE-SOURCE
           MOVE EXCQ-REFERENCE      TO SE-REFERENCE
           MOVE EXCQ-MOTIF          TO SE-MOTIF
           MOVE EXCQ-MONTANT        TO SE-MONTANT
           MOVE EXCQ-DEVISE         TO SE-DEVISE
           MOVE WS-AGE-JOURS        TO SE-AGE
           RELEASE SE-REC
           .

      *    Une section par responsable : ses exceptions de la plus
      *    ancienne a la plus recente, puis sa ventilation
       EDITE-BALANCE.
           PERFORM UNTIL WS-FIN-SORT
              RETURN SORT-EXCEPTIONS
               AT END
                 SET WS-FIN-SORT    TO TRUE
               NOT AT END
                 IF SE-RESPONSABLE NOT = WS-RESPONSABLE-COURANT
                    IF WS-RESPONSABLE-COURANT NOT = HIGH-VALUE
                       PERFORM TERMINE-RESPONSABLE
                    END-IF
                    PERFORM DEBUTE-RESPONSABLE
                 END-IF
                 PERFORM EDITE-EXCEPTION
              END-RETURN
           END-PERFORM
           IF WS-RESPONSABLE-COURANT NOT = HIGH-VALUE
              PERFORM TERMINE-RESPONSABLE
           END-IF

           PERFORM ECRIT-LIGNE
           MOVE 'ENSEMBLE DES EXCEPTIONS OUVERTES' TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE 2                   TO WS-IDX-VTL
           PERFORM EDITE-VENTILATION
           .

       DEBUTE-RESPONSABLE.
           MOVE SE-RESPONSABLE      TO WS-RESPONSABLE-COURANT
           ADD 1                    TO WS-NB-RESPONSABLES
           INITIALIZE WS-VTL-NIVEAU (1)
           PERFORM ECRIT-LIGNE
           IF SE-RESPONSABLE = SPACE
              MOVE 'RESPONSABLE : (NON ASSIGNEES)'
                                    TO WS-LIGNE-RAPPORT
           ELSE
              STRING 'RESPONSABLE : ' SE-RESPONSABLE
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           PERFORM ECRIT-LIGNE
           MOVE '  SRCE REFERENCE' TO WS-LIGNE-RAPPORT
           MOVE 'MOTIF'             TO WS-LIGNE-RAPPORT (49:)
           MOVE 'LEVEE     JOURS           MONTANT DEV'
                                    TO WS-LIGNE-RAPPORT (80:)
           PERFORM ECRIT-LIGNE
           .

       EDITE-EXCEPTION.
           EVALUATE TRUE
              WHEN SE-AGE <= 2
                 MOVE 1             TO WS-IDX-TRANCHE
              WHEN SE-AGE <= 5
                 MOVE 2             TO WS-IDX-TRANCHE
              WHEN SE-AGE <= 10
                 MOVE 3             TO WS-IDX-TRANCHE
              WHEN SE-AGE <= 30
                 MOVE 4             TO WS-IDX-TRANCHE
              WHEN OTHER
                 MOVE 5             TO WS-IDX-TRANCHE
                 ADD 1              TO WS-NB-PLUS-30
           END-EVALUATE
           ADD 1       TO WS-VTL-NB (1 WS-IDX-TRANCHE)
                          WS-VTL-NB (2 WS-IDX-TRANCHE)
           MOVE SE-AGE              TO WS-AGE-EDT
           STRING '  ' SE-SOURCE
                  ' ' SE-REFERENCE
                  ' ' SE-MOTIF
                  ' ' SE-DATE-LEVEE
                  ' ' WS-AGE-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           IF SE-MONTANT NOT = ZERO
              MOVE SE-MONTANT       TO WS-MONTANT-EDT
              STRING WS-MONTANT-EDT ' ' SE-DEVISE
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT (97:)
           END-IF
           PERFORM ECRIT-LIGNE
           .

       TERMINE-RESPONSABLE.
           MOVE 1                   TO WS-IDX-VTL
           PERFORM EDITE-VENTILATION
           .

      *    Ventilation par tranche du niveau WS-IDX-VTL
       EDITE-VENTILATION.
           PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                   UNTIL   WS-IDX-TR > 5
              MOVE WS-VTL-NB (WS-IDX-VTL WS-IDX-TR)  TO WS-NB-EDT
              STRING '    ' WS-LIB-TRANCHE (WS-IDX-TR)
                     ' JOURS  NB ' WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           END-PERFORM
           .

       ECRIT-LIGNE.
           WRITE REXC-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-REXC      TO WS-FSTA-STATUT
           MOVE 'FIC-REXC'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Fil des alertes operateur
           COPY ALRTP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           PERFORM ECRIT-LIGNE
           MOVE WS-NB-OUVERTES      TO WS-NB-EDT
           STRING 'TOTAL  EXCEPTIONS OUVERTES ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           MOVE WS-NB-PLUS-30       TO WS-NB-EDT
           STRING '   DONT PLUS DE 30 JOURS ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT (40:)
           MOVE WS-NB-RESPONSABLES  TO WS-NB-EDT
           STRING '   RESPONSABLES ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT (76:)
           PERFORM ECRIT-LIGNE

           DISPLAY 'Balance agee des exceptions terminee'
           MOVE WS-NB-EXCEPT-LUES   TO WS-NB-EDT
           DISPLAY 'EXCEPTIONS LUES   = ' WS-NB-EDT
           MOVE WS-NB-OUVERTES      TO WS-NB-EDT
           DISPLAY 'OUVERTES          = ' WS-NB-EDT
           MOVE WS-NB-PLUS-30       TO WS-NB-EDT
           DISPLAY 'PLUS DE 30 JOURS  = ' WS-NB-EDT

      *    Exceptions anciennes : a reprendre par les chefs
      *    d'equipe
           IF WS-NB-PLUS-30 > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'EXCQAGE '       TO WS-ALRT-CODE
              MOVE WS-NB-PLUS-30    TO WS-NB-EDT
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Exceptions ouvertes > 30 j :' WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FIC-FILE-EXCEPTIONS
                 FIC-RAPPORT-EXCEPT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-EXCQ'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-EXCQ      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-EXCEPT-LUES   TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-REXC'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-REXC      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-RAPPORT TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
