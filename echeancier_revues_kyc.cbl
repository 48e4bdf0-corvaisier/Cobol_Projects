       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX095.
      *==============================================================*
      * PROGRAMME d'echeancier hebdomadaire des revues KYC           *
      *   - Liste pour la conformite, a partir des dossiers FIC-KYC  *
      *     tenus par FOREX094 :                                     *
      *       1. les revues ECHUES (echeance depassee), avec le      *
      *          nombre de jours de retard - a risque eleve, les     *
      *          paiements de la contrepartie sont bloques par       *
      *          FOREX056 jusqu'a l'enregistrement de la revue       *
      *       2. les revues A ECHEANCE dans l'horizon (30 jours par  *
      *          defaut, FIC-PARAM-HORIZON colonnes 1-3 sinon)       *
      *       3. les contreparties actives SANS DOSSIER KYC          *
      *   - Le nom de la contrepartie vient de FIC-CONTREPARTIES     *
      *   - Revues echues : alerte W KYCECHU et RC 4 ; dont a        *
      *     risque eleve (paiements bloques) : alerte E KYCBLOQ et   *
      *     RC 8                                                     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-KYC : dossiers KYC des contreparties
           COPY KYCS.
      * Referentiel des contreparties : noms, et parcours des
      *   contreparties actives sans dossier
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Horizon en jours de la liste des revues a echeance
      *   (facultatif)
           SELECT FIC-PARAM-HORIZON
                     ASSIGN to FICPKYH
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PKYH.
      * Echeancier des revues, pour la conformite
           SELECT FIC-RAPPORT-KYC
                     ASSIGN to FICRKYC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RKYC.
      *    Fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY KYC.

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

       FD  FIC-PARAM-HORIZON.
       01  PKYH-REC.
         10 PKYH-JOURS         PIC X(03).
         10 FILLER             PIC X(77).

       FD  FIC-RAPPORT-KYC.
       01  RKYC-REC             PIC X(132).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CTP     PIC 9      VALUE ZERO.
               88 WS-FIN-CTP                   VALUE 1.
           02  WS-INDIC-FIN-KYC     PIC 9      VALUE ZERO.
               88 WS-FIN-KYC                   VALUE 1.
           02  WS-STATUS-PKYH       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RKYC       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-DOSSIERS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECHUES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECHUES-ELEVE   PIC S9(9)  VALUE ZERO.
           02  WS-NB-A-ECHEANCE     PIC S9(9)  VALUE ZERO.
           02  WS-NB-CTP-LUES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-DOSSIER   PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RAPPORT PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-JOURS-EDT         PIC -ZZZ.ZZ9.

      *    Horizon de la liste a echeance et bornes de la semaine
       01  WS-HORIZON               PIC 9(03)  VALUE 30.
       01  WS-DATE-LIMITE           PIC 9(08)  VALUE ZERO.
       01  WS-JOURS-ENTIERS         PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-ECART-JOURS           PIC S9(9) COMP SYNC VALUE ZERO.

      *    Section de l'echeancier en cours d'edition
       01  WS-SECTION               PIC X(01)  VALUE SPACE.
           88 WS-SECTION-ECHUES                VALUE 'E'.
           88 WS-SECTION-A-ECHEANCE            VALUE 'A'.
       01  WS-NOM-CTP               PIC X(30)  VALUE SPACE.
       01  WS-LIBELLE-NOTATION      PIC X(06)  VALUE SPACE.
       01  WS-MENTION               PIC X(20)  VALUE SPACE.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Statut du dossier KYC
           COPY KYCW.
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
           PERFORM INIT             *> Init, horizon, en-tete
           SET WS-SECTION-ECHUES    TO TRUE
           PERFORM EDITE-SECTION    *> Revues echues
           SET WS-SECTION-A-ECHEANCE TO TRUE
           PERFORM EDITE-SECTION    *> Revues a echeance
           PERFORM EDITE-SANS-DOSSIER *> Actives sans dossier
           PERFORM FIN              *> Alertes, fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX095'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX095'  TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           OPEN INPUT FIC-PARAM-HORIZON
           IF WS-STATUS-PKYH = '00'
              READ FIC-PARAM-HORIZON
               NOT AT END
                 IF PKYH-JOURS NUMERIC
                    MOVE PKYH-JOURS TO WS-HORIZON
                 END-IF
              END-READ
              CLOSE FIC-PARAM-HORIZON
           END-IF
           COMPUTE WS-JOURS-ENTIERS
                 = FUNCTION INTEGER-OF-DATE (WS-DHS-DATE)
                 + WS-HORIZON
           COMPUTE WS-DATE-LIMITE
                 = FUNCTION DATE-OF-INTEGER (WS-JOURS-ENTIERS)

           OPEN INPUT FIC-KYC
           MOVE WS-STATUS-KYC       TO WS-FSTA-STATUT
           MOVE 'FIC-KYC'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-CONTREPARTIES
           MOVE WS-STATUS-CTP       TO WS-FSTA-STATUT
           MOVE 'FIC-CTP'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-KYC
           MOVE WS-STATUS-RKYC      TO WS-FSTA-STATUT
           MOVE 'FIC-RKYC'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           STRING 'FOREX095 - ECHEANCIER DES REVUES KYC AU '
                  WS-DHS-DATE '   HORIZON ' WS-HORIZON
                  ' JOURS (JUSQU''AU ' WS-DATE-LIMITE ')'
                  '   EDITE LE ' WS-DHS-DATE ' A ' WS-DHS-HEURE
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Une section = un parcours complet des dossiers, dans
      *    l'ordre des contreparties : echues (echeance passee) ou
      *    a echeance (jusqu'a la date limite incluse)
       EDITE-SECTION.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           IF WS-SECTION-ECHUES
              MOVE '1. REVUES ECHUES' TO WS-LIGNE-RAPPORT
           ELSE
              MOVE '2. REVUES A ECHEANCE DANS L''HORIZON'
                                    TO WS-LIGNE-RAPPORT
           END-IF
           PERFORM ECRIT-LIGNE
           MOVE '  CTP    NOM                            NOTATION'
                                    TO WS-LIGNE-RAPPORT
           MOVE 'REVUE      ECHEANCE  REVISEUR    JOURS'
                                    TO WS-LIGNE-RAPPORT (51:)
           PERFORM ECRIT-LIGNE

           MOVE LOW-VALUES          TO KYC-CODE-CTP
           MOVE ZERO                TO WS-INDIC-FIN-KYC
           START FIC-KYC KEY IS NOT LESS THAN KYC-CODE-CTP
              INVALID KEY
                 SET WS-FIN-KYC     TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-KYC
              READ FIC-KYC NEXT RECORD
                 AT END
                    SET WS-FIN-KYC  TO TRUE
                 NOT AT END
                    PERFORM CLASSE-DOSSIER
              END-READ
           END-PERFORM
           .

       CLASSE-DOSSIER.
           IF WS-SECTION-ECHUES
              ADD 1                 TO WS-NB-DOSSIERS
              IF KYC-DATE-ECHEANCE < WS-DHS-DATE
                 ADD 1              TO WS-NB-ECHUES
                 MOVE SPACE         TO WS-MENTION
                 IF KYC-RISQUE-ELEVE
                    ADD 1           TO WS-NB-ECHUES-ELEVE
                    MOVE 'PAIEMENTS BLOQUES' TO WS-MENTION
                 END-IF
                 PERFORM EDITE-DOSSIER
              END-IF
           ELSE
              IF KYC-DATE-ECHEANCE NOT < WS-DHS-DATE
                 AND KYC-DATE-ECHEANCE NOT > WS-DATE-LIMITE
                 ADD 1              TO WS-NB-A-ECHEANCE
                 MOVE SPACE         TO WS-MENTION
                 PERFORM EDITE-DOSSIER
              END-IF
           END-IF
           .

      *    Ligne d'echeancier : jours de retard (echues) ou jours
      *    restants (a echeance)
       EDITE-DOSSIER.
           MOVE KYC-CODE-CTP        TO CTP-CODE
           READ FIC-CONTREPARTIES
              INVALID KEY
                 MOVE '*** CONTREPARTIE INCONNUE ***' TO WS-NOM-CTP
              NOT INVALID KEY
                 MOVE CTP-NOM       TO WS-NOM-CTP
           END-READ
           EVALUATE TRUE
              WHEN KYC-RISQUE-FAIBLE
                 MOVE 'FAIBLE'      TO WS-LIBELLE-NOTATION
              WHEN KYC-RISQUE-MOYEN
                 MOVE 'MOYEN '      TO WS-LIBELLE-NOTATION
              WHEN KYC-RISQUE-ELEVE
                 MOVE 'ELEVE '      TO WS-LIBELLE-NOTATION
              WHEN OTHER
                 MOVE '?     '      TO WS-LIBELLE-NOTATION
           END-EVALUATE
           MOVE ZERO                TO WS-ECART-JOURS
           IF FUNCTION TEST-DATE-YYYYMMDD (KYC-DATE-ECHEANCE) = 0
              COMPUTE WS-ECART-JOURS
                    = FUNCTION INTEGER-OF-DATE (WS-DHS-DATE)
                    - FUNCTION INTEGER-OF-DATE (KYC-DATE-ECHEANCE)
              IF WS-SECTION-A-ECHEANCE
                 COMPUTE WS-ECART-JOURS = ZERO - WS-ECART-JOURS
              END-IF
           END-IF
           MOVE WS-ECART-JOURS      TO WS-JOURS-EDT
           STRING '  ' KYC-CODE-CTP
                  ' ' WS-NOM-CTP
                  ' ' WS-LIBELLE-NOTATION
                  '    ' KYC-DATE-REVUE
                  '   ' KYC-DATE-ECHEANCE
                  '  ' KYC-REVISEUR
                  ' ' WS-JOURS-EDT
                  '  ' WS-MENTION
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Contreparties actives sans dossier : jamais revues
       EDITE-SANS-DOSSIER.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE '3. CONTREPARTIES ACTIVES SANS DOSSIER KYC'
                                    TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE

           MOVE LOW-VALUES          TO CTP-CODE
           START FIC-CONTREPARTIES KEY IS NOT LESS THAN CTP-CODE
              INVALID KEY
                 SET WS-FIN-CTP     TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-CTP
              READ FIC-CONTREPARTIES NEXT RECORD
                 AT END
                    SET WS-FIN-CTP  TO TRUE
                 NOT AT END
                    ADD 1           TO WS-NB-CTP-LUES
                    IF CTP-ACTIVE
                       PERFORM CONTROLE-DOSSIER
                    END-IF
              END-READ
           END-PERFORM
           .

       CONTROLE-DOSSIER.
           MOVE CTP-CODE            TO KYC-CODE-CTP
           READ FIC-KYC
              INVALID KEY
                 ADD 1              TO WS-NB-SANS-DOSSIER
                 STRING '  ' CTP-CODE ' ' CTP-NOM ' ' CTP-PAYS
                        DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                 PERFORM ECRIT-LIGNE
           END-READ
           .

       ECRIT-LIGNE.
           WRITE RKYC-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RKYC      TO WS-FSTA-STATUT
           MOVE 'FIC-RKYC'          TO WS-FSTA-FICHIER
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
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE WS-NB-ECHUES        TO WS-NB-EDT
           STRING 'TOTAL  ECHUES ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           MOVE WS-NB-ECHUES-ELEVE  TO WS-NB-EDT
           STRING '   DONT RISQUE ELEVE ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT (26:)
           MOVE WS-NB-A-ECHEANCE    TO WS-NB-EDT
           STRING '   A ECHEANCE ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT (58:)
           MOVE WS-NB-SANS-DOSSIER  TO WS-NB-EDT
           STRING '   SANS DOSSIER ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT (83:)
           PERFORM ECRIT-LIGNE

           IF WS-NB-ECHUES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'KYCECHU'        TO WS-ALRT-CODE
              MOVE WS-NB-ECHUES     TO WS-NB-EDT
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Revues KYC echues :' WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF
           IF WS-NB-ECHUES-ELEVE > ZERO
              IF WS-RC-RUN < 8
                 MOVE 8             TO WS-RC-RUN
              END-IF
              MOVE 'E'              TO WS-ALRT-SEVERITE
              MOVE 'KYCBLOQ'        TO WS-ALRT-CODE
              MOVE WS-NB-ECHUES-ELEVE TO WS-NB-EDT
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Paiements bloques, revues :' WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           DISPLAY 'Echeancier des revues KYC termine'
           MOVE WS-NB-DOSSIERS      TO WS-NB-EDT
           DISPLAY 'DOSSIERS LUS        = ' WS-NB-EDT
           MOVE WS-NB-ECHUES        TO WS-NB-EDT
           DISPLAY 'REVUES ECHUES       = ' WS-NB-EDT
           MOVE WS-NB-ECHUES-ELEVE  TO WS-NB-EDT
           DISPLAY ' DONT RISQUE ELEVE  = ' WS-NB-EDT
           MOVE WS-NB-A-ECHEANCE    TO WS-NB-EDT
           DISPLAY 'REVUES A ECHEANCE   = ' WS-NB-EDT
           MOVE WS-NB-SANS-DOSSIER  TO WS-NB-EDT
           DISPLAY 'SANS DOSSIER        = ' WS-NB-EDT

           CLOSE FIC-KYC
                 FIC-CONTREPARTIES
                 FIC-RAPPORT-KYC

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-KYC'           TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-KYC       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-DOSSIERS      TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-CTP'           TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-CTP       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CTP-LUES      TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RKYC'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RKYC      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-RAPPORT TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
