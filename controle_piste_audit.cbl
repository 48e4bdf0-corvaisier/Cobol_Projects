       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX078.
      *==============================================================*
      * PROGRAMME de controle quotidien du scellement de la piste    *
      * d'audit FIC1-AUDIT                                           *
      *   - Chaque programme qui ecrit dans la piste (FOREX015,      *
      *     FOREX016, FOREX036, FOREX038, FOREX046, FOREX047,        *
      *     FOREX048, FOREX054, FOREX066) scelle sa ligne sur son    *
      *     contenu et sur le sceau de la ligne precedente           *
      *     (copybooks SCLW/SCLP) : ce programme relit la piste de   *
      *     bout en bout et recalcule chaque maillon                 *
      *   - Une ligne modifiee, retiree ou inseree rompt la chaine : *
      *     la premiere rupture est nommee au rapport FIC-RAPPORT-   *
      *     SCEAU (ligne, horodatage, cle, motif), alerte F          *
      *     AUDROMPU, RC 16                                          *
      *   - Le sceau de la derniere ligne de chaque jour est ancre   *
      *     dans FIC-CONTROLES (cle jour + 'FIC1AUD ') : une piste   *
      *     entierement rescellee apres falsification ne retrouve    *
      *     plus les ancrages des jours deja controles. Une ligne    *
      *     ajoutee plus tard au meme jour ne rompt rien : l'ancrage *
      *     doit seulement figurer parmi les sceaux du jour, puis    *
      *     il est avance sur le dernier                             *
      *   - Les lignes anterieures au scellement (sceau a blanc) ne  *
      *     sont admises qu'en tete de piste                         *
      *   - Aucun ancrage n'est pose ni avance apres une rupture     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * FIC1-AUDIT : piste d'audit partagee avec FOREX015/FOREX016
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
      * Rapport de controle du scellement
           SELECT FIC-RAPPORT-SCEAU
                     ASSIGN to FICRSCL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RSCL.
      *    FIC-CONTROLES : referentiel central des totaux de
      *    controle, porte aussi les ancrages journaliers
           COPY CTLS.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Piste d'audit, meme dessin que FOREX015
       FD  FIC1-AUDIT.
       01  AUDIT-REC.
         10 AUDIT-DATE-HEURE.
            15 AUDIT-DH-ANNEE PIC X(04).
            15 FILLER         PIC X(01).
            15 AUDIT-DH-MOIS  PIC X(02).
            15 FILLER         PIC X(01).
            15 AUDIT-DH-JOUR  PIC X(02).
            15 FILLER         PIC X(07).
         10 FILLER           PIC X(01).
         10 AUDIT-CODE-MVT   PIC X(01).
         10 FILLER           PIC X(01).
         10 AUDIT-CLE        PIC X(10).
         10 FILLER           PIC X(01).
         10 AUDIT-RESULTAT   PIC X(08).
         10 FILLER           PIC X(01).
         10 AUDIT-MOTIF      PIC X(20).
         10 FILLER           PIC X(01).
         10 AUDIT-CH2        PIC X(20).
         10 FILLER           PIC X(01).
         10 AUDIT-OPERATEUR  PIC X(08).
      *  Sceau chaine de la ligne (copybooks SCLW/SCLP)
         10 AUDIT-SCEAU      PIC 9(10).
      *  Montant et devise de l'article apres le geste (avant, pour
      *  une suppression), a blanc quand le geste ne porte pas sur
      *  un montant - l'enregistrement prend la longueur de 120 du
      *  DCB de la piste
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

       FD  FIC-RAPPORT-SCEAU.
       01  RSCL-REC            PIC X(80).

           COPY CTL.

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-AUDIT   PIC 9      VALUE ZERO.
               88 WS-FIN-AUDIT                 VALUE 1.
           02  WS-STATUS-RSCL       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-SCELLEMENT  PIC 9      VALUE ZERO.
               88 WS-SCELLEMENT-COMMENCE       VALUE 1.
           02  WS-INDIC-RUPTURE     PIC 9      VALUE ZERO.
               88 WS-PISTE-ROMPUE              VALUE 1.
           02  WS-INDIC-ANCRAGE     PIC 9      VALUE ZERO.
               88 WS-ANCRAGE-EXISTANT          VALUE 1.
           02  WS-INDIC-ANCRAGE-VU  PIC 9      VALUE ZERO.
               88 WS-ANCRAGE-RETROUVE          VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-LIGNES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-ANTERIEURES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-SCELLEES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-RUPTURES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-JOURS          PIC S9(9)  VALUE ZERO.
           02  WS-NB-ANCRAGES-POSES PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-JOUR    PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-LIGNE-EDT         PIC ZZZZZZZZ9.
           02  WS-LIGNE-RAPPORT     PIC X(80).

      *    Jour en cours de lecture dans la piste et son ancrage
       01  WS-JOUR-LIGNE.
           02  WS-JL-ANNEE          PIC X(04).
           02  WS-JL-MOIS           PIC X(02).
           02  WS-JL-JOUR           PIC X(02).
       01  WS-JOUR-LIGNE-NUM REDEFINES WS-JOUR-LIGNE PIC 9(08).
       01  WS-JOUR-COURANT          PIC 9(08)  VALUE ZERO.
       01  WS-DERNIER-SCEAU-JOUR    PIC X(10)  VALUE SPACE.
       01  WS-ANCRAGE-SCEAU         PIC X(10)  VALUE SPACE.
       01  WS-VERDICT-JOUR          PIC X(18)  VALUE SPACE.

      *    Premiere rupture rencontree, nommee au rapport et dans
      *    l'alerte
       01  WS-MOTIF-RUPTURE         PIC X(16)  VALUE SPACE.
       01  WS-PREMIERE-RUPTURE.
           02  WS-PR-LIGNE          PIC 9(09)  VALUE ZERO.
           02  WS-PR-DATE-HEURE     PIC X(17)  VALUE SPACE.
           02  WS-PR-CLE            PIC X(10)  VALUE SPACE.
           02  WS-PR-MOTIF          PIC X(16)  VALUE SPACE.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.
      *    Referentiel central des totaux de controle
           COPY CTLW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *    Zones du fil des alertes operateur
           COPY ALRTW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init du programme
           PERFORM TRAITEMENT     *> Maillons de la piste EN BOUCLE
             UNTIL WS-FIN-AUDIT
           IF WS-JOUR-COURANT NOT = ZERO
              PERFORM CLOT-JOUR
           END-IF
           PERFORM FIN            *> Verdict, alerte, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX078'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX078'  TO WS-ALRT-PROGRAMME

           OPEN INPUT FIC1-AUDIT
           MOVE WS-STATUS-AUDIT     TO WS-FSTA-STATUT
           MOVE 'FIC1-AUDIT'        TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Cluster defini mais jamais charge : charge a vide par un
      *    premier OPEN OUTPUT, puis rouvert en I-O
           OPEN I-O FIC-CONTROLES
           IF WS-STATUS-CTL = '35'
              OPEN OUTPUT FIC-CONTROLES
              CLOSE FIC-CONTROLES
              OPEN I-O FIC-CONTROLES
           END-IF
           MOVE WS-STATUS-CTL       TO WS-FSTA-STATUT
           MOVE 'FIC-CTL'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-SCEAU
           MOVE WS-STATUS-RSCL      TO WS-FSTA-STATUT
           MOVE 'FIC-RSCL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           STRING 'FOREX078  CONTROLE DU SCELLEMENT DE LA PISTE '
                  'FIC1-AUDIT'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RSCL-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE RSCL-REC FROM WS-LIGNE-RAPPORT
           MOVE 'JOUR        LIGNES  DERNIER SCEAU  ANCRAGE'
                                    TO WS-LIGNE-RAPPORT
           WRITE RSCL-REC FROM WS-LIGNE-RAPPORT

           MOVE ZERO                TO WS-SCL-PRECEDENT
           PERFORM LIT-AUDIT
           .

       LIT-AUDIT.
           READ FIC1-AUDIT
            AT END
              SET WS-FIN-AUDIT     TO TRUE
            NOT AT END
              MOVE WS-STATUS-AUDIT TO WS-FSTA-STATUT
              MOVE 'FIC1-AUDIT'    TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-LIGNES
           END-READ
           .

      *    Un maillon : changement de jour, puis sceau recalcule sur
      *    la ligne et le sceau LU de la ligne precedente - une
      *    falsification ne rompt que les maillons qui la touchent
       TRAITEMENT.
           MOVE AUDIT-DH-ANNEE      TO WS-JL-ANNEE
           MOVE AUDIT-DH-MOIS       TO WS-JL-MOIS
           MOVE AUDIT-DH-JOUR       TO WS-JL-JOUR
           IF WS-JOUR-LIGNE IS NUMERIC
              AND WS-JOUR-LIGNE-NUM NOT = WS-JOUR-COURANT
              IF WS-JOUR-LIGNE-NUM < WS-JOUR-COURANT
      *          La piste n'est qu'ajoutee : une date qui recule
      *          trahit une ligne inseree
                 MOVE 'DATE REGRESSIVE' TO WS-MOTIF-RUPTURE
                 PERFORM SIGNALE-RUPTURE
              END-IF
              IF WS-JOUR-COURANT NOT = ZERO
                 PERFORM CLOT-JOUR
              END-IF
              PERFORM OUVRE-JOUR
           END-IF
           ADD 1                    TO WS-NB-LIGNES-JOUR

           IF AUDIT-SCEAU IS NOT NUMERIC
              IF WS-SCELLEMENT-COMMENCE
                 MOVE 'SCEAU ABSENT' TO WS-MOTIF-RUPTURE
                 PERFORM SIGNALE-RUPTURE
              ELSE
                 ADD 1              TO WS-NB-ANTERIEURES
              END-IF
              MOVE ZERO             TO WS-SCL-PRECEDENT
           ELSE
              SET WS-SCELLEMENT-COMMENCE TO TRUE
              ADD 1                 TO WS-NB-SCELLEES
              PERFORM CALCULE-SCEAU
              IF WS-SCL-CALCUL NOT = AUDIT-SCEAU
                 MOVE 'SCEAU FAUX'  TO WS-MOTIF-RUPTURE
                 PERFORM SIGNALE-RUPTURE
              END-IF
              MOVE AUDIT-SCEAU      TO WS-SCL-PRECEDENT
              MOVE AUDIT-SCEAU      TO WS-DERNIER-SCEAU-JOUR
              IF WS-ANCRAGE-EXISTANT
                 AND AUDIT-SCEAU = WS-ANCRAGE-SCEAU
                 SET WS-ANCRAGE-RETROUVE TO TRUE
              END-IF
           END-IF
           PERFORM LIT-AUDIT
           .

      *    Nouveau jour : lecture de son ancrage s'il a deja ete
      *    controle
       OUVRE-JOUR.
           MOVE WS-JOUR-LIGNE-NUM   TO WS-JOUR-COURANT
           ADD 1                    TO WS-NB-JOURS
           MOVE ZERO                TO WS-NB-LIGNES-JOUR
           MOVE SPACES              TO WS-DERNIER-SCEAU-JOUR
           MOVE ZERO                TO WS-INDIC-ANCRAGE
           MOVE ZERO                TO WS-INDIC-ANCRAGE-VU
           MOVE SPACES              TO WS-ANCRAGE-SCEAU

           MOVE SPACES              TO CTL-REC
           MOVE WS-JOUR-COURANT     TO CTL-DATE
           MOVE 'FIC1AUD '          TO CTL-PROGRAMME
           MOVE SPACES              TO CTL-ENTITE
           READ FIC-CONTROLES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-ANCRAGE-EXISTANT TO TRUE
                 MOVE CTL-SCEAU-AUDIT TO WS-ANCRAGE-SCEAU
           END-READ
           .

      *    Fin d'un jour : l'ancrage doit figurer parmi les sceaux
      *    du jour ; tant que la piste est intacte, il est pose ou
      *    avance sur le dernier sceau du jour
       CLOT-JOUR.
           EVALUATE TRUE
              WHEN WS-DERNIER-SCEAU-JOUR = SPACE
                 MOVE 'NON SCELLE'       TO WS-VERDICT-JOUR
              WHEN WS-ANCRAGE-EXISTANT
                   AND NOT WS-ANCRAGE-RETROUVE
                 MOVE 'ANCRAGE PERDU'    TO WS-VERDICT-JOUR
                 MOVE 'ANCRAGE PERDU'    TO WS-MOTIF-RUPTURE
                 PERFORM SIGNALE-RUPTURE
              WHEN WS-PISTE-ROMPUE
                 MOVE 'NON ANCRE'        TO WS-VERDICT-JOUR
              WHEN WS-ANCRAGE-EXISTANT
                   AND WS-ANCRAGE-SCEAU = WS-DERNIER-SCEAU-JOUR
                 MOVE 'CONFORME'         TO WS-VERDICT-JOUR
              WHEN WS-ANCRAGE-EXISTANT
                 MOVE 'CONFORME, AVANCE' TO WS-VERDICT-JOUR
                 PERFORM POSE-ANCRAGE
              WHEN OTHER
                 MOVE 'POSE'             TO WS-VERDICT-JOUR
                 PERFORM POSE-ANCRAGE
           END-EVALUATE

           MOVE WS-NB-LIGNES-JOUR   TO WS-LIGNE-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING WS-JOUR-COURANT '  ' WS-LIGNE-EDT '  '
                  WS-DERNIER-SCEAU-JOUR '     ' WS-VERDICT-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RSCL-REC FROM WS-LIGNE-RAPPORT
           .

       POSE-ANCRAGE.
           MOVE SPACES              TO CTL-REC
           MOVE WS-JOUR-COURANT     TO CTL-DATE
           MOVE 'FIC1AUD '          TO CTL-PROGRAMME
           MOVE SPACES              TO CTL-ENTITE
           MOVE WS-NB-LIGNES-JOUR   TO CTL-NB-LUS
           MOVE ZERO                TO CTL-NB-ECRITS
           MOVE ZERO                TO CTL-NB-REJETES
           MOVE ZERO                TO CTL-TOTAL
           MOVE 'SCELLE  '          TO CTL-STATUT
           MOVE WS-DERNIER-SCEAU-JOUR TO CTL-SCEAU-AUDIT
           IF WS-ANCRAGE-EXISTANT
              REWRITE CTL-REC
                 INVALID KEY
                    DISPLAY 'FIC-CONTROLES : ancrage non reecrit, '
                            'jour ' WS-JOUR-COURANT
              END-REWRITE
           ELSE
              WRITE CTL-REC
                 INVALID KEY
                    DISPLAY 'FIC-CONTROLES : ancrage non ecrit, '
                            'jour ' WS-JOUR-COURANT
              END-WRITE
           END-IF
           ADD 1                    TO WS-NB-ANCRAGES-POSES
           .

      *    Maillon rompu (WS-MOTIF-RUPTURE en place au PERFORM) :
      *    chaque rupture est listee, la premiere est retenue
       SIGNALE-RUPTURE.
           ADD 1                    TO WS-NB-RUPTURES
           IF NOT WS-PISTE-ROMPUE
              SET WS-PISTE-ROMPUE   TO TRUE
              MOVE WS-NB-LIGNES     TO WS-PR-LIGNE
              MOVE AUDIT-DATE-HEURE TO WS-PR-DATE-HEURE
              MOVE AUDIT-CLE        TO WS-PR-CLE
              MOVE WS-MOTIF-RUPTURE TO WS-PR-MOTIF
           END-IF
           MOVE WS-NB-LIGNES        TO WS-LIGNE-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  *** RUPTURE LIGNE ' WS-LIGNE-EDT ' '
                  AUDIT-DATE-HEURE ' ' AUDIT-CLE ' '
                  WS-MOTIF-RUPTURE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RSCL-REC FROM WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Enregistrement du run dans le referentiel de controle
           COPY CTLP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Ecriture d'une alerte dans le fil consolide
           COPY ALRTP.

      * Fin du pgm
       FIN.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE RSCL-REC FROM WS-LIGNE-RAPPORT
           IF WS-PISTE-ROMPUE
              MOVE WS-PR-LIGNE      TO WS-LIGNE-EDT
              STRING 'PISTE ROMPUE - PREMIER MAILLON LIGNE '
                     WS-LIGNE-EDT ' ' WS-PR-MOTIF
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RSCL-REC FROM WS-LIGNE-RAPPORT
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '  HORODATAGE ' WS-PR-DATE-HEURE
                     '  CLE ' WS-PR-CLE
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RSCL-REC FROM WS-LIGNE-RAPPORT

              MOVE 16               TO WS-RC-RUN
              MOVE 'F'              TO WS-ALRT-SEVERITE
              MOVE 'AUDROMPU'       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'PISTE ROMPUE LIGNE ' WS-LIGNE-EDT ' '
                     WS-PR-MOTIF
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           ELSE
              MOVE 'PISTE INTEGRE'  TO WS-LIGNE-RAPPORT
              WRITE RSCL-REC FROM WS-LIGNE-RAPPORT
           END-IF

           CLOSE FIC1-AUDIT
                 FIC-CONTROLES
                 FIC-RAPPORT-SCEAU

           DISPLAY 'Controle du scellement de FIC1-AUDIT termine'
           MOVE WS-NB-LIGNES        TO WS-NB-EDT
           DISPLAY 'LIGNES LUES      = ' WS-NB-EDT
           MOVE WS-NB-ANTERIEURES   TO WS-NB-EDT
           DISPLAY 'NON SCELLEES     = ' WS-NB-EDT
           MOVE WS-NB-SCELLEES      TO WS-NB-EDT
           DISPLAY 'SCELLEES         = ' WS-NB-EDT
           MOVE WS-NB-JOURS         TO WS-NB-EDT
           DISPLAY 'JOURS            = ' WS-NB-EDT
           MOVE WS-NB-ANCRAGES-POSES TO WS-NB-EDT
           DISPLAY 'ANCRAGES POSES   = ' WS-NB-EDT
           MOVE WS-NB-RUPTURES      TO WS-NB-EDT
           DISPLAY 'RUPTURES         = ' WS-NB-EDT

      *    Enregistrement du run dans le referentiel central des
      *    totaux de controle (copybook CTLP)
           MOVE 'FOREX078'          TO WS-CTL-PROGRAMME
           MOVE WS-NB-LIGNES        TO WS-CTL-NB-LUS
           MOVE WS-NB-ANCRAGES-POSES TO WS-CTL-NB-ECRITS
           MOVE WS-NB-RUPTURES      TO WS-CTL-NB-REJETES
           MOVE ZERO                TO WS-CTL-TOTAL
           IF WS-PISTE-ROMPUE
              MOVE 'ROMPUE  '       TO WS-CTL-STATUT
           ELSE
              MOVE 'INTEGRE '       TO WS-CTL-STATUT
           END-IF
           PERFORM ECRIT-CONTROLE-RUN

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC1-AUDIT'        TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-AUDIT     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES        TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-RUPTURES      TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
