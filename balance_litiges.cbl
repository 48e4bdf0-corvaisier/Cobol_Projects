       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX101.
      *==============================================================*
      * PROGRAMME de balance agee hebdomadaire des litiges ouverts   *
      *   - Liste, a partir du registre FIC-LITIGES tenu par         *
      *     FOREX100, les litiges encore ouverts regroupes par       *
      *     responsable du dossier, du plus ancien au plus recent,   *
      *     avec leur anciennete depuis la date d'ouverture          *
      *   - Pour chaque responsable, ventilation des litiges par     *
      *     tranche d'anciennete (0-30 / 31-60 / 61-90 / 90+ jours,  *
      *     memes tranches que la balance agee FOREX040) en nombre   *
      *     et montant conteste ; meme ventilation pour l'ensemble   *
      *   - Le nom de la contrepartie vient de FIC-CONTREPARTIES     *
      *   - Litiges ouverts depuis plus de 90 jours : alerte         *
      *     W LITIGAGE et RC 4                                       *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-LITIGES : registre des litiges
           COPY LITGS.
      * Referentiel des contreparties, pour le nom
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Tri des litiges ouverts par responsable et anciennete
           SELECT SORT-LITIGES ASSIGN to SORTWK1.
      * Balance agee des litiges, pour les responsables
           SELECT FIC-RAPPORT-LITIGES
                     ASSIGN to FICRLIT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RLIT.
      *    Fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY LITG.

      * Contrepartie : meme dessin que FOREX055
       FD  FIC-CONTREPARTIES.
       01  CTP-REC.
         10 CTP-CODE           PIC X(06).
         10 CTP-NOM            PIC X(30).
         10 CTP-PAYS           PIC X(03).
         10 CTP-CONTACT        PIC X(20).
         10 CTP-STATUT         PIC X(01).
             88 CTP-ACTIVE               VALUE 'A'.
             88 CTP-SUSPENDUE            VALUE 'S'.
         10 CTP-ENTITE-GROUPE  PIC X(02).
             88 CTP-HORS-GROUPE          VALUE SPACE.
         10 FILLER             PIC X(18).

      * Litige ouvert a editer : responsable, date d'ouverture,
      * article
       SD  SORT-LITIGES.
       01  SL-REC.
         10 SL-RESPONSABLE     PIC X(08).
         10 SL-DATE-OUVERTURE  PIC 9(08).
         10 SL-CLE             PIC X(10).
         10 SL-CODE-CTP        PIC X(06).
         10 SL-MOTIF           PIC X(02).
         10 SL-MONTANT         PIC 9(09)V99.
         10 SL-AGE             PIC 9(05).
         10 FILLER             PIC X(30).

       FD  FIC-RAPPORT-LITIGES.
       01  RLIT-REC             PIC X(132).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-CTP-OUVERT  PIC 9      VALUE ZERO.
               88 WS-CTP-OUVERT                VALUE 1.
           02  WS-INDIC-FIN-LITG    PIC 9      VALUE ZERO.
               88 WS-FIN-LITG                  VALUE 1.
           02  WS-INDIC-FIN-SORT    PIC 9      VALUE ZERO.
               88 WS-FIN-SORT                  VALUE 1.
           02  WS-STATUS-RLIT       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-LITIGES-LUS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-OUVERTS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-PLUS-90        PIC S9(9)  VALUE ZERO.
           02  WS-NB-RESPONSABLES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RAPPORT PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-AGE-EDT           PIC ZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  WS-MONTANT-TR-EDT    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *    Anciennete du litige depuis son ouverture
       01  WS-JOUR-COURANT          PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-AGE-JOURS             PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-IDX-TRANCHE           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-TR                PIC S9(4) COMP SYNC VALUE ZERO.

      *    Ventilation par tranche : 1 = responsable en cours,
      *    2 = ensemble des litiges ouverts
       01  WS-TAB-VENTILATION.
           02  WS-VTL-NIVEAU OCCURS 2.
               05 WS-VTL-TRANCHE OCCURS 4.
                  10 WS-VTL-NB      PIC 9(07).
                  10 WS-VTL-MONTANT PIC S9(11)V99.
       01  WS-IDX-VTL               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Libelles des tranches d'anciennete
       01  WS-LIBELLES-TRANCHES.
           05 FILLER PIC X(08) VALUE '0-30    '.
           05 FILLER PIC X(08) VALUE '31-60   '.
           05 FILLER PIC X(08) VALUE '61-90   '.
           05 FILLER PIC X(08) VALUE '90+     '.
       01  WS-LIB-TRANCHES-R REDEFINES WS-LIBELLES-TRANCHES.
           05  WS-LIB-TRANCHE  PIC X(08) OCCURS 4.

       01  WS-RESPONSABLE-COURANT   PIC X(08)  VALUE HIGH-VALUE.
       01  WS-NOM-CTP               PIC X(30)  VALUE SPACE.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Statut du registre des litiges
           COPY LITGW.
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
           SORT SORT-LITIGES
               ON ASCENDING KEY SL-RESPONSABLE SL-DATE-OUVERTURE
                                SL-CLE
               INPUT PROCEDURE  SELECTIONNE-LITIGES
               OUTPUT PROCEDURE EDITE-BALANCE
           PERFORM FIN              *> Alertes, fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS
           INITIALIZE  WS-TAB-VENTILATION

      *    Resume de fin de job standardise
           MOVE 'FOREX101'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX101'  TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           COMPUTE WS-JOUR-COURANT
                 = FUNCTION INTEGER-OF-DATE (WS-DHS-DATE)

           OPEN INPUT FIC-LITIGES
           MOVE WS-STATUS-LITG      TO WS-FSTA-STATUT
           MOVE 'FIC-LITG'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-CONTREPARTIES
           IF WS-STATUS-CTP = '00'
              SET WS-CTP-OUVERT     TO TRUE
           ELSE
              DISPLAY 'FIC-CONTREPARTIES absent, balance sans nom '
                      'de contrepartie'
           END-IF

           OPEN OUTPUT FIC-RAPPORT-LITIGES
           MOVE WS-STATUS-RLIT      TO WS-FSTA-STATUT
           MOVE 'FIC-RLIT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           STRING 'FOREX101 - BALANCE AGEE DES LITIGES OUVERTS PAR '
                  'RESPONSABLE AU ' WS-DHS-DATE
                  '   EDITE LE ' WS-DHS-DATE ' A ' WS-DHS-HEURE
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Parcours du registre : seuls les litiges ouverts passent
      *    au tri
       SELECTIONNE-LITIGES.
           PERFORM UNTIL WS-FIN-LITG
              READ FIC-LITIGES NEXT RECORD
                 AT END
                    SET WS-FIN-LITG TO TRUE
                 NOT AT END
                    ADD 1           TO WS-NB-LITIGES-LUS
                    IF LITG-OUVERT
                       PERFORM RETIENT-LITIGE
                    END-IF
              END-READ
           END-PERFORM
           .

       RETIENT-LITIGE.
           ADD 1                    TO WS-NB-OUVERTS
           MOVE ZERO                TO WS-AGE-JOURS
           IF FUNCTION TEST-DATE-YYYYMMDD (LITG-DATE-OUVERTURE) = 0
              COMPUTE WS-AGE-JOURS = WS-JOUR-COURANT
                    - FUNCTION INTEGER-OF-DATE (LITG-DATE-OUVERTURE)
              IF WS-AGE-JOURS < ZERO
                 MOVE ZERO          TO WS-AGE-JOURS
              END-IF
           END-IF
           MOVE SPACES              TO SL-REC
           MOVE LITG-RESPONSABLE    TO SL-RESPONSABLE
           MOVE LITG-DATE-OUVERTURE TO SL-DATE-OUVERTURE
           MOVE LITG-CLE            TO SL-CLE
           MOVE LITG-CODE-CTP       TO SL-CODE-CTP
           MOVE LITG-MOTIF          TO SL-MOTIF
           MOVE LITG-MONTANT        TO SL-MONTANT
           MOVE WS-AGE-JOURS        TO SL-AGE
           RELEASE SL-REC
           .

      *    Une section par responsable : ses litiges du plus ancien
      *    au plus recent, puis sa ventilation par tranche
       EDITE-BALANCE.
           PERFORM UNTIL WS-FIN-SORT
              RETURN SORT-LITIGES
               AT END
                 SET WS-FIN-SORT    TO TRUE
               NOT AT END
                 IF SL-RESPONSABLE NOT = WS-RESPONSABLE-COURANT
                    IF WS-RESPONSABLE-COURANT NOT = HIGH-VALUE
                       PERFORM TERMINE-RESPONSABLE
                    END-IF
                    PERFORM DEBUTE-RESPONSABLE
                 END-IF
                 PERFORM EDITE-LITIGE
              END-RETURN
           END-PERFORM
           IF WS-RESPONSABLE-COURANT NOT = HIGH-VALUE
              PERFORM TERMINE-RESPONSABLE
           END-IF

           PERFORM ECRIT-LIGNE
           MOVE 'ENSEMBLE DES LITIGES OUVERTS' TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE 2                   TO WS-IDX-VTL
           PERFORM EDITE-VENTILATION
           .

       DEBUTE-RESPONSABLE.
           MOVE SL-RESPONSABLE      TO WS-RESPONSABLE-COURANT
           ADD 1                    TO WS-NB-RESPONSABLES
           INITIALIZE WS-VTL-NIVEAU (1)
           PERFORM ECRIT-LIGNE
           IF SL-RESPONSABLE = SPACE
              MOVE 'RESPONSABLE : (NON RENSEIGNE)'
                                    TO WS-LIGNE-RAPPORT
           ELSE
              STRING 'RESPONSABLE : ' SL-RESPONSABLE
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           PERFORM ECRIT-LIGNE
           MOVE '  ARTICLE    CTP    NOM'  TO WS-LIGNE-RAPPORT
           MOVE 'MOTIF OUVERTURE   JOURS    MONTANT CONTESTE'
                                    TO WS-LIGNE-RAPPORT (58:)
           PERFORM ECRIT-LIGNE
           .

       EDITE-LITIGE.
           MOVE SPACE               TO WS-NOM-CTP
           IF WS-CTP-OUVERT AND SL-CODE-CTP NOT = SPACE
              MOVE SL-CODE-CTP      TO CTP-CODE
              READ FIC-CONTREPARTIES
                 INVALID KEY
                    MOVE '*** CONTREPARTIE INCONNUE ***'
                                    TO WS-NOM-CTP
                 NOT INVALID KEY
                    MOVE CTP-NOM    TO WS-NOM-CTP
              END-READ
           END-IF
           EVALUATE TRUE
              WHEN SL-AGE <= 30
                 MOVE 1             TO WS-IDX-TRANCHE
              WHEN SL-AGE <= 60
                 MOVE 2             TO WS-IDX-TRANCHE
              WHEN SL-AGE <= 90
                 MOVE 3             TO WS-IDX-TRANCHE
              WHEN OTHER
                 MOVE 4             TO WS-IDX-TRANCHE
                 ADD 1              TO WS-NB-PLUS-90
           END-EVALUATE
           ADD 1       TO WS-VTL-NB (1 WS-IDX-TRANCHE)
                          WS-VTL-NB (2 WS-IDX-TRANCHE)
           ADD SL-MONTANT TO WS-VTL-MONTANT (1 WS-IDX-TRANCHE)
                             WS-VTL-MONTANT (2 WS-IDX-TRANCHE)
           MOVE SL-AGE              TO WS-AGE-EDT
           MOVE SL-MONTANT          TO WS-MONTANT-EDT
           STRING '  ' SL-CLE
                  ' ' SL-CODE-CTP
                  ' ' WS-NOM-CTP
                  '  ' SL-MOTIF
                  '    ' SL-DATE-OUVERTURE
                  ' ' WS-AGE-EDT
                  '  ' WS-MONTANT-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

       TERMINE-RESPONSABLE.
           MOVE 1                   TO WS-IDX-VTL
           PERFORM EDITE-VENTILATION
           .

      *    Ventilation par tranche du niveau WS-IDX-VTL
       EDITE-VENTILATION.
           PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                   UNTIL   WS-IDX-TR > 4
              MOVE WS-VTL-NB (WS-IDX-VTL WS-IDX-TR)  TO WS-NB-EDT
              MOVE WS-VTL-MONTANT (WS-IDX-VTL WS-IDX-TR)
                                    TO WS-MONTANT-TR-EDT
              STRING '    ' WS-LIB-TRANCHE (WS-IDX-TR)
                     ' NB ' WS-NB-EDT
                     '  MONTANT ' WS-MONTANT-TR-EDT
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           END-PERFORM
           .

       ECRIT-LIGNE.
           WRITE RLIT-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RLIT      TO WS-FSTA-STATUT
           MOVE 'FIC-RLIT'          TO WS-FSTA-FICHIER
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
           MOVE WS-NB-OUVERTS       TO WS-NB-EDT
           STRING 'TOTAL  LITIGES OUVERTS ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           MOVE WS-NB-PLUS-90       TO WS-NB-EDT
           STRING '   DONT PLUS DE 90 JOURS ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT (36:)
           MOVE WS-NB-RESPONSABLES  TO WS-NB-EDT
           STRING '   RESPONSABLES ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT (72:)
           PERFORM ECRIT-LIGNE

           DISPLAY 'Balance agee des litiges terminee'
           MOVE WS-NB-LITIGES-LUS   TO WS-NB-EDT
           DISPLAY 'LITIGES LUS       = ' WS-NB-EDT
           MOVE WS-NB-OUVERTS       TO WS-NB-EDT
           DISPLAY 'LITIGES OUVERTS   = ' WS-NB-EDT
           MOVE WS-NB-PLUS-90       TO WS-NB-EDT
           DISPLAY 'PLUS DE 90 JOURS  = ' WS-NB-EDT

      *    Litiges anciens : a relancer aupres des responsables
           IF WS-NB-PLUS-90 > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'LITIGAGE'       TO WS-ALRT-CODE
              MOVE WS-NB-PLUS-90    TO WS-NB-EDT
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Litiges ouverts > 90 j :' WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FIC-LITIGES
                 FIC-RAPPORT-LITIGES
           IF WS-CTP-OUVERT
              CLOSE FIC-CONTREPARTIES
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-LITG'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-LITG      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LITIGES-LUS   TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RLIT'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RLIT      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-RAPPORT TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
