      *     RETURN-CODE 16 : le pilote journalise donc bien l'ARRET  *
      *     et applique sa politique, au lieu de mourir avec le      *
      *     step en echec                                            *
      *   - Chaque step porte une regle de frequence (defaut de la   *
      *     table de chaine, precisee par FIC-POLITIQUE) evaluee     *
      *     par le calendrier FOREX043 : quotidien, jours ouvres,    *
      *     dernier ou premier jour ouvre du mois, premier jour      *
      *     ouvre du trimestre, hebdomadaire un jour donne. Un step  *
      *     hors de son calendrier est journalise HORS-CAL,          *
      *     distinct du SAUTE de la politique ; FOREX034 (fin de     *
      *     mois), FOREX039 (reevaluation) et FOREX061 (TVA          *
      *     trimestrielle) entrent ainsi dans la chaine sans         *
      *     retouche manuelle de la politique. Le mois de FOREX034   *
      *     est materialise dans FIC-PARAM-MOIS avant son appel      *
      *   - La photo des soldes de fin de mois FOREX111 est un step  *
      *     F de la chaine, son mois materialise comme FOREX034      *
      *   - Pose le verrou de fenetre FIC-VERROU a l'ouverture et le *
      *     leve en fin de chaine (copybooks VERR*) : FOREX015,      *
      *     FOREX016, FOREX046 et FOREX055 refusent toute mise a     *
      *     jour pendant la nuit. Une chaine arretee laisse le       *
      *     verrou pose jusqu'a la reprise, fin datee pour le        *
      *     moniteur FOREX042                                        *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-JRNP.
      * FIC-PARAM-MOIS : mois a consolider, ecrit par le pilote
      *   avant les steps qui le lisent (FOREX034)
           SELECT FIC-PARAM-MOIS
                     ASSIGN to FICPMOIS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PMOIS.
      *    FIC-MARQUEUR : marqueur de fin de run ecrit par FOREX009,
      *                   controle ici avant de lancer l'aval
           COPY MARQS.
      *    FIC-VERROU : verrou de fenetre de mise a jour de FICHIER1
           COPY VERRS.

      *
      *==============================================================*
      * au-dela (H = halt, C = continuer, X = ne pas executer),
      * et branche d'execution (blanc = sequence normale ; une
      * lettre regroupe les steps independants d'une meme branche,
      * dont l'echec ne se sanctionne qu'au point de jonction),
      * et regle de frequence (blanc = celle de la table de chaine) :
      *   J quotidien            O jours ouvres seulement
      *   F dernier jour ouvre du mois
      *   D premier jour ouvre du mois
      *   T premier jour ouvre du trimestre
      *   S hebdomadaire, POL-FREQ-JOUR = jour 1 (lundi) a 7
       FD  FIC-POLITIQUE.
       01  POL-REC.
         10 POL-PROGRAMME      PIC X(08).
         10 POL-ACTION         PIC X(01).
         10 FILLER             PIC X(01).
         10 POL-BRANCHE        PIC X(01).
         10 FILLER             PIC X(01).
         10 POL-FREQUENCE      PIC X(01).
         10 POL-FREQ-JOUR      PIC X(01).
         10 FILLER             PIC X(62).

      * Journal de chaine : horodatage, step, sort, RC, motif
       FD  FIC-CHAINE-JRN.
         10 JRP-MOTIF          PIC X(38).
         10 FILLER             PIC X(03).

      * Mois du passage pour les programmes appeles (AAAAMM)
       FD  FIC-PARAM-MOIS.
       01  PMOIS-REC.
         10 PMOIS-AAAAMM       PIC 9(06).
         10 FILLER             PIC X(74).

           COPY VERR.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-POL        PIC 9(02)  VALUE ZERO.
               88 WS-FIN-JRNP                  VALUE 1.
           02  WS-INDIC-REPRISE     PIC 9      VALUE ZERO.
               88 WS-MODE-REPRISE               VALUE 1.
           02  WS-STATUS-PMOIS      PIC 9(02)  VALUE ZERO.

      *    Acquis de la nuit ratee (mode reprise) : pour chaque
      *    programme du journal precedent, son dernier sort - seul
      *    FOREX024, FOREX031 et FOREX027 n'ont aucune dependance
      *    entre eux : la politique peut les declarer sur une meme
      *    branche (POL-BRANCHE) pour que l'echec de l'un ne prive
      *    pas les autres de leur execution avant la jonction.
      *    Les steps periodiques portent leur frequence par defaut
      *    (memes codes que POL-FREQUENCE)
       01  WS-TABLE-CHAINE-DATA.
           05 FILLER PIC X(12) VALUE 'FOREX009M   '.
           05 FILLER PIC X(12) VALUE 'FOREX00B    '.
           05 FILLER PIC X(12) VALUE 'FOREX024    '.
           05 FILLER PIC X(12) VALUE 'FOREX031    '.
           05 FILLER PIC X(12) VALUE 'FOREX027    '.
           05 FILLER PIC X(12) VALUE 'FOREX010    '.
           05 FILLER PIC X(12) VALUE 'FOREX011    '.
           05 FILLER PIC X(12) VALUE 'FOREX034 F P'.
           05 FILLER PIC X(12) VALUE 'FOREX039 F  '.
           05 FILLER PIC X(12) VALUE 'FOREX061 T  '.
           05 FILLER PIC X(12) VALUE 'FOREX111 F P'.
       01  WS-TABLE-CHAINE-R REDEFINES WS-TABLE-CHAINE-DATA.
           05  WS-CHAINE-ENTREE OCCURS 11 TIMES
                               INDEXED BY WS-CHAINE-IDX.
      *        WS-CHAINE-CTL-MARQ = M : le marqueur de fin de run
      *        (FIC-MARQUEUR) est controle derriere ce step
               10 WS-CHAINE-PROGRAMME  PIC X(08).
               10 WS-CHAINE-CTL-MARQ   PIC X(01).
      *        Frequence par defaut du step (blanc = quotidien)
               10 WS-CHAINE-FREQUENCE  PIC X(01).
               10 WS-CHAINE-FREQ-JOUR  PIC X(01).
      *        WS-CHAINE-PARAM-MOIS = P : FIC-PARAM-MOIS est
      *        materialise avant l'appel du step
               10 WS-CHAINE-PARAM-MOIS PIC X(01).
       01  WS-NB-STEPS-CHAINE       PIC S9(4) COMP SYNC VALUE 11.

      *    Entites a servir - sans FIC-ENTITES, un seul passage
      *    sous l'entite par defaut (blanc), sans materialisation
               05 WS-POL-RC-MAX     PIC 9(02).
               05 WS-POL-ACTION     PIC X(01).
               05 WS-POL-BRANCHE    PIC X(01).
               05 WS-POL-FREQUENCE  PIC X(01).
               05 WS-POL-FREQ-JOUR  PIC X(01).
       01  WS-IDX-POL               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Politique effective du step courant
               88 WS-ACTION-EXCLU              VALUE 'X'.
           02  WS-BRANCHE-COURANTE  PIC X(01)  VALUE SPACE.
               88 WS-STEP-EN-SEQUENCE          VALUE SPACE.
           02  WS-FREQ-COURANTE     PIC X(01)  VALUE SPACE.
               88 WS-FREQ-QUOTIDIENNE          VALUE SPACE 'J'.
               88 WS-FREQ-JOURS-OUVRES         VALUE 'O'.
               88 WS-FREQ-FIN-MOIS             VALUE 'F'.
               88 WS-FREQ-DEBUT-MOIS           VALUE 'D'.
               88 WS-FREQ-DEBUT-TRIM           VALUE 'T'.
               88 WS-FREQ-HEBDOMADAIRE         VALUE 'S'.
               88 WS-FREQ-CONNUE               VALUE SPACE 'J' 'O'
                                                     'F' 'D' 'T' 'S'.
           02  WS-FREQ-JOUR-COURANT PIC X(01)  VALUE SPACE.

      *    Jour de planification : date du run, ou en reprise celle
      *    de la nuit ratee (derniere ligne du journal precedent) -
      *    une fin de mois ratee reprise le 1er reste une fin de
      *    mois. Ses attributs calendaires sont calcules une fois
      *    en INIT par le service FOREX043
       01  WS-PLANIFICATION.
           02  WS-DATE-PLANIF       PIC 9(08)  VALUE ZERO.
           02  WS-DATE-PLANIF-R REDEFINES WS-DATE-PLANIF.
               03  WS-PLANIF-AAAAMM PIC 9(06).
               03  FILLER           PIC 9(02).
           02  WS-PLANIF-MOIS-X REDEFINES WS-DATE-PLANIF.
               03  FILLER           PIC 9(04).
               03  WS-PLANIF-MOIS   PIC 9(02).
               03  FILLER           PIC 9(02).
           02  WS-DATE-JRNP         PIC X(08)  VALUE SPACE.
           02  WS-PLANIF-JOUR-SEM   PIC 9(01)  VALUE ZERO.
           02  WS-INDIC-PLANIF-OUVRE PIC 9     VALUE ZERO.
               88 WS-PLANIF-OUVRE              VALUE 1.
           02  WS-INDIC-PLANIF-FIN  PIC 9      VALUE ZERO.
               88 WS-PLANIF-FIN-MOIS           VALUE 1.
           02  WS-INDIC-PLANIF-DEB  PIC 9      VALUE ZERO.
               88 WS-PLANIF-DEBUT-MOIS         VALUE 1.
           02  WS-INDIC-STEP-PLANIF PIC 9      VALUE ZERO.
               88 WS-STEP-PLANIFIE             VALUE 1.

      *    Zones d'appel du service calendrier FOREX043
       77  WS-CALL-FOREX043         PIC X(10)  VALUE 'FOREX043'.
       01  WS-CAL-FONCTION          PIC X(01)  VALUE SPACE.
       01  WS-CAL-JURIDICTION       PIC X(03)  VALUE '***'.
       01  WS-CAL-DATE-1            PIC 9(08)  VALUE ZERO.
       01  WS-CAL-DATE-2            PIC 9(08)  VALUE ZERO.
       01  WS-CAL-DATE-RES          PIC 9(08)  VALUE ZERO.
       01  WS-CAL-NB-JOURS          PIC S9(05) VALUE ZERO.
       01  WS-CAL-OUVRE             PIC X(01)  VALUE SPACE.
       01  WS-CAL-STATUT            PIC 9      VALUE ZERO.
           88 WS-CAL-OK                        VALUE 1.

      *    Etat de la branche en cours : les steps d'une meme
      *    branche s'executent tous, un echec y est memorise au
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRW.

      *    Date et heure systeme, pour le journal de chaine et le
      *    controle de peremption du marqueur
           MOVE 'FOREX021'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

      *    Ouverture de la fenetre : plus de mise a jour en ligne
      *    de FICHIER1 jusqu'a la fin de la chaine
           MOVE 'FOREX021'  TO WS-VERR-PROGRAMME
           PERFORM POSE-VERROU

           PERFORM CHARGE-POLITIQUE
           PERFORM DETECTE-REPRISE
           PERFORM DETERMINE-JOUR-PLANIF
           PERFORM CHARGE-ENTITES

           OPEN OUTPUT FIC-CHAINE-JRN
                      TO WS-POL-ACTION (WS-NB-POLITIQUES)
                    MOVE POL-BRANCHE
                      TO WS-POL-BRANCHE (WS-NB-POLITIQUES)
                    PERFORM RETIENT-FREQUENCE-POL
                 END-READ
              END-PERFORM
              CLOSE FIC-POLITIQUE
           END-IF
           .

      *    Regle de frequence de la ligne de politique : un code
      *    inconnu, ou un jour de semaine hors 1-7, est signale et
      *    laisse la frequence de la table de chaine
       RETIENT-FREQUENCE-POL.
           MOVE POL-FREQUENCE
             TO WS-POL-FREQUENCE (WS-NB-POLITIQUES)
           MOVE POL-FREQ-JOUR
             TO WS-POL-FREQ-JOUR (WS-NB-POLITIQUES)
           MOVE POL-FREQUENCE       TO WS-FREQ-COURANTE
           IF NOT WS-FREQ-CONNUE
              OR (WS-FREQ-HEBDOMADAIRE
                  AND (POL-FREQ-JOUR < '1' OR POL-FREQ-JOUR > '7'))
              DISPLAY 'FIC-POLITIQUE : frequence invalide pour '
                      POL-PROGRAMME ' (' POL-FREQUENCE POL-FREQ-JOUR
                      '), frequence de la chaine retenue'
              MOVE SPACE
                TO WS-POL-FREQUENCE (WS-NB-POLITIQUES)
           END-IF
           .

      *    Jour de planification et ses attributs calendaires
      *    (juridiction '***' : feries communs a toutes)
       DETERMINE-JOUR-PLANIF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DATE-PLANIF
           IF WS-MODE-REPRISE
              AND WS-DATE-JRNP NUMERIC
              MOVE WS-DATE-JRNP     TO WS-DATE-PLANIF
           END-IF

           MOVE WS-DATE-PLANIF      TO WS-CAL-DATE-1
           MOVE 'O'                 TO WS-CAL-FONCTION
           PERFORM APPELLE-CALENDRIER
           IF WS-CAL-OK AND WS-CAL-OUVRE = 'O'
              SET WS-PLANIF-OUVRE   TO TRUE
           END-IF

      *    Dernier ouvre du mois : le suivant change de mois ;
      *    premier ouvre du mois : le precedent est d'un autre mois
           IF WS-PLANIF-OUVRE
              MOVE 'S'              TO WS-CAL-FONCTION
              PERFORM APPELLE-CALENDRIER
              IF WS-CAL-OK
                 AND WS-CAL-DATE-RES (1:6) NOT = WS-PLANIF-AAAAMM
                 SET WS-PLANIF-FIN-MOIS TO TRUE
              END-IF
              MOVE 'P'              TO WS-CAL-FONCTION
              PERFORM APPELLE-CALENDRIER
              IF WS-CAL-OK
                 AND WS-CAL-DATE-RES (1:6) NOT = WS-PLANIF-AAAAMM
                 SET WS-PLANIF-DEBUT-MOIS TO TRUE
              END-IF
           END-IF

      *    Jour de la semaine, 1 = lundi (le 01/01/1601, jour 1 des
      *    dates entieres, etait un lundi)
           COMPUTE WS-PLANIF-JOUR-SEM =
                   FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                                 (WS-DATE-PLANIF) - 1, 7) + 1

           DISPLAY 'FOREX021 : jour de planification ' WS-DATE-PLANIF
                   ' ouvre ' WS-INDIC-PLANIF-OUVRE
                   ' fin de mois ' WS-INDIC-PLANIF-FIN
                   ' debut de mois ' WS-INDIC-PLANIF-DEB
           .

       APPELLE-CALENDRIER.
           CALL WS-CALL-FOREX043 USING WS-CAL-FONCTION
                                       WS-CAL-JURIDICTION
                                       WS-CAL-DATE-1
                                       WS-CAL-DATE-2
                                       WS-CAL-DATE-RES
                                       WS-CAL-NB-JOURS
                                       WS-CAL-OUVRE
                                       WS-CAL-STATUT
           .

      *    Le step courant est-il au calendrier du jour de
      *    planification ?
       EVALUE-FREQUENCE.
           MOVE ZERO                TO WS-INDIC-STEP-PLANIF
           EVALUATE TRUE
              WHEN WS-FREQ-QUOTIDIENNE
                 SET WS-STEP-PLANIFIE TO TRUE
              WHEN WS-FREQ-JOURS-OUVRES
                 IF WS-PLANIF-OUVRE
                    SET WS-STEP-PLANIFIE TO TRUE
                 END-IF
              WHEN WS-FREQ-FIN-MOIS
                 IF WS-PLANIF-FIN-MOIS
                    SET WS-STEP-PLANIFIE TO TRUE
                 END-IF
              WHEN WS-FREQ-DEBUT-MOIS
                 IF WS-PLANIF-DEBUT-MOIS
                    SET WS-STEP-PLANIFIE TO TRUE
                 END-IF
              WHEN WS-FREQ-DEBUT-TRIM
                 IF WS-PLANIF-DEBUT-MOIS
                    AND (WS-PLANIF-MOIS = 01 OR WS-PLANIF-MOIS = 04
                      OR WS-PLANIF-MOIS = 07 OR WS-PLANIF-MOIS = 10)
                    SET WS-STEP-PLANIFIE TO TRUE
                 END-IF
              WHEN WS-FREQ-HEBDOMADAIRE
                 IF WS-FREQ-JOUR-COURANT = WS-PLANIF-JOUR-SEM
                    SET WS-STEP-PLANIFIE TO TRUE
                 END-IF
           END-EVALUATE
           .

      *    Mois du jour de planification, pour les steps marques P
      *    - sans le DD, le step appele s'arrete sur son propre
      *    controle et la politique s'applique comme a tout echec
       MATERIALISE-MOIS.
           OPEN OUTPUT FIC-PARAM-MOIS
           IF WS-STATUS-PMOIS NOT = '00'
              DISPLAY 'FOREX021 : FIC-PARAM-MOIS non ecrit, statut '
                      WS-STATUS-PMOIS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO PMOIS-REC
           MOVE WS-PLANIF-AAAAMM    TO PMOIS-AAAAMM
           WRITE PMOIS-REC
           CLOSE FIC-PARAM-MOIS
           .

      *    Entites a servir - fichier facultatif : sans lui, un
      *    seul passage sous l'entite par defaut
       CHARGE-ENTITES.
            AT END
              SET WS-FIN-JRNP      TO TRUE
            NOT AT END
              STRING JRP-DATE-HEURE (1:4) JRP-DATE-HEURE (6:2)
                     JRP-DATE-HEURE (9:2)
                     DELIMITED BY SIZE INTO WS-DATE-JRNP
              MOVE ZERO            TO WS-INDIC-ACQ-TROUVE
              PERFORM VARYING WS-IDX-ACQ
                      FROM    1 BY 1
              EXIT PARAGRAPH
           END-IF

      *    Hors de son calendrier, le step n'est pas tente : sort
      *    HORS-CAL, distinct du SAUTE de la politique
           PERFORM EVALUE-FREQUENCE
           IF NOT WS-STEP-PLANIFIE
              MOVE 'HORS-CAL'       TO WS-SORT-JOURNAL
              MOVE ZERO             TO WS-RC-STEP
              MOVE SPACES           TO WS-MOTIF-JOURNAL
              STRING 'non planifie ce jour (regle '
                     WS-FREQ-COURANTE WS-FREQ-JOUR-COURANT ')'
                     DELIMITED BY SIZE INTO WS-MOTIF-JOURNAL
              PERFORM ECRIT-JOURNAL-CHAINE
              DISPLAY 'FOREX021 : ' WS-PROGRAMME-APPELE
                      ' non planifie ce jour'
              EXIT PARAGRAPH
           END-IF

      *    Mode reprise : un step acquis (dernier sort EXECUTE de
      *    la nuit ratee) est saute - derriere un step marque M, le
      *    marqueur de fin de run doit en plus etre present et du
              END-IF
           END-IF

           IF WS-CHAINE-PARAM-MOIS (WS-CHAINE-IDX) = 'P'
              PERFORM MATERIALISE-MOIS
           END-IF

           DISPLAY 'FOREX021 : lancement de ' WS-PROGRAMME-APPELE
           MOVE ZERO                TO RETURN-CODE
           CALL WS-PROGRAMME-APPELE

      *    Politique effective du step courant : celle de son
      *    programme dans FIC-POLITIQUE, sinon la politique par
      *    defaut (RC max 04, arret au-dela) ; la frequence part de
      *    celle de la table de chaine
       RESOUT-POLITIQUE.
           MOVE 04                  TO WS-RC-MAX-COURANT
           MOVE 'H'                 TO WS-ACTION-COURANTE
           MOVE SPACE               TO WS-BRANCHE-COURANTE
           MOVE WS-CHAINE-FREQUENCE (WS-CHAINE-IDX)
                                    TO WS-FREQ-COURANTE
           MOVE WS-CHAINE-FREQ-JOUR (WS-CHAINE-IDX)
                                    TO WS-FREQ-JOUR-COURANT
           PERFORM VARYING WS-IDX-POL
                   FROM    1 BY 1
                   UNTIL   WS-IDX-POL > WS-NB-POLITIQUES
                                    TO WS-ACTION-COURANTE
                 MOVE WS-POL-BRANCHE (WS-IDX-POL)
                                    TO WS-BRANCHE-COURANTE
                 IF WS-POL-FREQUENCE (WS-IDX-POL) NOT = SPACE
                    MOVE WS-POL-FREQUENCE (WS-IDX-POL)
                                    TO WS-FREQ-COURANTE
                    MOVE WS-POL-FREQ-JOUR (WS-IDX-POL)
                                    TO WS-FREQ-JOUR-COURANT
                 END-IF
              END-IF
           END-PERFORM
           .
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRP.

      * Fin du pgm
       FIN.
      *    Une chaine arretee garde la fenetre ouverte jusqu'a la
      *    reprise : le verrou n'est leve que sur une fin normale
           IF WS-CHAINE-ARRETEE OR WS-UNE-CHAINE-KO
              DISPLAY 'FOREX021 : chaine arretee avant son terme, '
                      'voir FIC-CHAINE-JRN'
              MOVE 8                TO RETURN-CODE
              PERFORM CLOT-VERROU-EN-ARRET
           ELSE
              DISPLAY 'FOREX021 : chaine terminee'
              PERFORM LEVE-VERROU
           END-IF

           CLOSE FIC-CHAINE-JRN
