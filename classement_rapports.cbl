       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX086.
      *==============================================================*
      * PROGRAMME de classement des rapports dans le coffre          *
      *   - Une vingtaine de rapports de la suite (FIC2-STATS,       *
      *     rapport FOREX00B, audit, KPI, acquittements,             *
      *     rapprochement, pages de resume de job...) finissaient    *
      *     en GDG ou en SYSOUT sans index : retrouver 'le listing   *
      *     TVA du 3 mars' voulait dire feuilleter les generations   *
      *   - Step ajoute apres le step producteur : chaque carte de   *
      *     FIC-CARTES-CLASSEMENT designe une entree FICCLA1 a       *
      *     FICCLA4 (4 au plus par step) et la decrit : programme,   *
      *     code rapport, entite, largeur de ligne, rapport          *
      *     cumulatif ou non, verdict facultatif                     *
      *   - Les lignes du rapport partent dans FIC-COFFRE-LIGNES     *
      *     sous un numero de classement, l'index FIC-COFFRE-INDEX   *
      *     recoit programme, code rapport, date et heure du run,    *
      *     entite, nombre de pages et de lignes, verdict et code    *
      *     retour du run                                            *
      *   - Verdict : celui de la carte, sinon le statut du run      *
      *     dans FIC-CONTROLES (date du jour + programme + entite),  *
      *     sinon le code retour lu sur la page de resume de job     *
      *     ('SEVERITE MAXIMALE = nn') quand le rapport en contient  *
      *     une, sinon INCONNU ; ce code retour vaut aussi pour les  *
      *     cartes suivantes du meme programme (carte du compte      *
      *     rendu de step en tete)                                   *
      *   - Rapport cumulatif (DISP=MOD, carte 'C') : seules les     *
      *     lignes ajoutees depuis le classement precedent sont      *
      *     classees, le compte des lignes deja classees est tenu    *
      *     par l'enregistrement de reprise de l'index ; un fichier  *
      *     plus court que ce compte (recree depuis) est classe en   *
      *     entier                                                   *
      *   - Pagination d'archive par code rapport (FIC-PARAM-COFFRE, *
      *     partage avec FOREX088, '********' = defaut, 60 lignes)   *
      *   - Carte invalide ou rapport absent : message et RC 4, les  *
      *     autres cartes sont classees quand meme                   *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Cartes de classement du step (en ligne dans le JCL)
           SELECT FIC-CARTES-CLASSEMENT
                     ASSIGN to FICCLAS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CLAS.
      * Retention et pagination par code rapport - facultatif
           SELECT FIC-PARAM-COFFRE
                     ASSIGN to FICPCOF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PCOF.
      * Rapports a classer (4 au plus par step)
           SELECT FIC-A-CLASSER1
                     ASSIGN to FICCLA1
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CLA1.
           SELECT FIC-A-CLASSER2
                     ASSIGN to FICCLA2
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CLA2.
           SELECT FIC-A-CLASSER3
                     ASSIGN to FICCLA3
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CLA3.
           SELECT FIC-A-CLASSER4
                     ASSIGN to FICCLA4
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CLA4.
      *    FIC-CONTROLES : statut du run classe
           COPY CTLS.
      *    FIC-COFFRE-INDEX et FIC-COFFRE-LIGNES : le coffre
           COPY COFS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Carte de classement : entree 1 a 4 (FICCLA1 a FICCLA4),
      * programme, code rapport, entite, largeur de ligne (blanc =
      * 80), 'C' si le rapport est cumulatif, verdict facultatif
       FD  FIC-CARTES-CLASSEMENT.
       01  CLAS-REC.
         10 CLAS-ENTREE        PIC X(01).
         10 FILLER             PIC X(01).
         10 CLAS-PROGRAMME     PIC X(08).
         10 FILLER             PIC X(01).
         10 CLAS-CODE          PIC X(08).
         10 FILLER             PIC X(01).
         10 CLAS-ENTITE        PIC X(02).
         10 FILLER             PIC X(01).
         10 CLAS-LARGEUR       PIC X(03).
         10 FILLER             PIC X(01).
         10 CLAS-CUMULATIF     PIC X(01).
         10 FILLER             PIC X(01).
         10 CLAS-VERDICT       PIC X(08).
         10 FILLER             PIC X(43).

      * Par code rapport : retention en jours (FOREX088) et lignes
      * par page d'archive ('********' = defaut)
       FD  FIC-PARAM-COFFRE.
       01  PCOF-REC.
         10 PCOF-CODE          PIC X(08).
         10 FILLER             PIC X(01).
         10 PCOF-RETENTION     PIC 9(04).
         10 FILLER             PIC X(01).
         10 PCOF-LIGNES-PAGE   PIC 9(03).
         10 FILLER             PIC X(63).

      * Longueur d'enregistrement prise sur le fichier : chaque
      * rapport garde la sienne (80, 120, 132...)
       FD  FIC-A-CLASSER1
           RECORD CONTAINS 0 CHARACTERS.
       01  CLA1-REC            PIC X(200).
       FD  FIC-A-CLASSER2
           RECORD CONTAINS 0 CHARACTERS.
       01  CLA2-REC            PIC X(200).
       FD  FIC-A-CLASSER3
           RECORD CONTAINS 0 CHARACTERS.
       01  CLA3-REC            PIC X(200).
       FD  FIC-A-CLASSER4
           RECORD CONTAINS 0 CHARACTERS.
       01  CLA4-REC            PIC X(200).

           COPY CTL.

           COPY COF.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-CLAS       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CLAS    PIC 9      VALUE ZERO.
               88 WS-FIN-CLAS                  VALUE 1.
           02  WS-STATUS-PCOF       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PCOF    PIC 9      VALUE ZERO.
               88 WS-FIN-PCOF                  VALUE 1.
           02  WS-STATUS-CLA1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CLA2       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CLA3       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CLA4       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CLA        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CLA     PIC 9      VALUE ZERO.
               88 WS-FIN-CLA                   VALUE 1.
           02  WS-INDIC-REPRISE     PIC 9      VALUE ZERO.
               88 WS-REPRISE-EXISTE            VALUE 1.
           02  WS-INDIC-ANCRE       PIC 9      VALUE ZERO.
               88 WS-ANCRE-EXISTE              VALUE 1.
           02  WS-INDIC-INDEX-ECRIT PIC 9      VALUE ZERO.
               88 WS-INDEX-ECRIT               VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CARTES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-CLASSES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-CARTES-REJ     PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-TOT     PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Retention et pagination chargees ('********' = defaut)
       01  WS-NB-PARAM              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PARAM.
           02  WS-PRM-ENTREE OCCURS 100.
               05 WS-PRM-CODE       PIC X(08).
               05 WS-PRM-LIGNES-PAGE PIC 9(03).
       01  WS-IDX-PRM               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-LIGNES-PAGE-DEFAUT    PIC 9(03)  VALUE 60.

      *    Carte en cours de classement
       01  WS-CARTE.
           02  WS-CRT-ENTREE        PIC 9(01).
           02  WS-CRT-LARGEUR       PIC 9(03).
           02  WS-CRT-LIGNES-PAGE   PIC 9(03).
           02  WS-CRT-VERDICT       PIC X(08).
           02  WS-CRT-CODE-RETOUR   PIC X(02).

      *    Dernier code retour lu sur un resume de job, et son
      *    programme
       01  WS-RC-PROGRAMME          PIC X(08)  VALUE SPACE.
       01  WS-RC-RETENU             PIC X(02)  VALUE SPACE.

      *    Lecture du rapport : ligne courante, lignes du fichier
      *    source, lignes deja classees (cumulatif), lignes classees
       01  WS-LIGNE-RAPPORT         PIC X(200) VALUE SPACE.
       01  WS-COMPTE-CLASSEMENT  COMP SYNC.
           02  WS-NB-LIGNES-SOURCE  PIC S9(9)  VALUE ZERO.
           02  WS-NB-DEJA-CLASSEES  PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-CLASSEES PIC S9(9) VALUE ZERO.
           02  WS-NB-PAGES          PIC S9(9)  VALUE ZERO.

      *    Dernier numero de classement attribue (ancrage du coffre)
       01  WS-DERNIER-NUMERO        PIC 9(08)  VALUE ZERO.
       01  WS-NUMERO-COURANT        PIC 9(08)  VALUE ZERO.

       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).
      *    Heure de cle de l'index, decalee d'une seconde tant que
      *    la cle existe deja (meme rapport classe deux fois dans la
      *    meme seconde)
       01  WS-HEURE-CLE             PIC 9(06)  VALUE ZERO.
       01  WS-NB-ESSAIS             PIC S9(4) COMP SYNC VALUE ZERO.

      *    Statut du run et enregistrement de controle
           COPY CTLW.
      *    Statuts du coffre des rapports
           COPY COFW.
      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init, parametres, coffre
           PERFORM TRAITEMENT     *> Une carte = un rapport classe
             UNTIL WS-FIN-CLAS
           PERFORM FIN            *> Fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX086'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           PERFORM CHARGE-PARAM-COFFRE

           OPEN INPUT FIC-CARTES-CLASSEMENT
           MOVE WS-STATUS-CLAS      TO WS-FSTA-STATUT
           MOVE 'FIC-CLAS'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Coffre defini mais jamais charge (statut 35) : un premier
      *    OPEN OUTPUT le charge, puis reouverture en I-O
           OPEN I-O FIC-COFFRE-INDEX
           IF WS-STATUS-COFX = '35'
              OPEN OUTPUT FIC-COFFRE-INDEX
              CLOSE FIC-COFFRE-INDEX
              OPEN I-O FIC-COFFRE-INDEX
           END-IF
           MOVE WS-STATUS-COFX      TO WS-FSTA-STATUT
           MOVE 'FIC-COFX'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN I-O FIC-COFFRE-LIGNES
           IF WS-STATUS-COFL = '35'
              OPEN OUTPUT FIC-COFFRE-LIGNES
              CLOSE FIC-COFFRE-LIGNES
              OPEN I-O FIC-COFFRE-LIGNES
           END-IF
           MOVE WS-STATUS-COFL      TO WS-FSTA-STATUT
           MOVE 'FIC-COFL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Dernier numero de classement attribue
           MOVE ZERO                TO COFL-NUMERO
                                       COFL-LIGNE
           READ FIC-COFFRE-LIGNES
              INVALID KEY
                 MOVE ZERO          TO WS-DERNIER-NUMERO
              NOT INVALID KEY
                 SET WS-ANCRE-EXISTE TO TRUE
                 MOVE COFL-DERNIER-NUMERO TO WS-DERNIER-NUMERO
           END-READ

      *    Referentiel des controles en lecture seule : absent, le
      *    verdict vient de la carte ou du resume de job
           OPEN INPUT FIC-CONTROLES

           PERFORM LIT-CARTE
           .

      *    Pagination par code rapport ('********' = defaut)
       CHARGE-PARAM-COFFRE.
           OPEN INPUT FIC-PARAM-COFFRE
           IF WS-STATUS-PCOF NOT = '00'
              DISPLAY 'FIC-PARAM-COFFRE absent, pagination par '
                      'defaut (' WS-LIGNES-PAGE-DEFAUT ' lignes)'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PCOF
              READ FIC-PARAM-COFFRE
               AT END
                 SET WS-FIN-PCOF    TO TRUE
               NOT AT END
                 IF PCOF-LIGNES-PAGE NUMERIC
                    AND PCOF-LIGNES-PAGE > ZERO
                    IF PCOF-CODE = '********'
                       MOVE PCOF-LIGNES-PAGE TO WS-LIGNES-PAGE-DEFAUT
                    ELSE
                       IF WS-NB-PARAM >= 100
                          DISPLAY 'ABEND - TABLE DES CODES RAPPORT '
                                  'PLEINE (100)'
                          MOVE 16   TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1        TO WS-NB-PARAM
                       MOVE PCOF-CODE
                                    TO WS-PRM-CODE (WS-NB-PARAM)
                       MOVE PCOF-LIGNES-PAGE
                                    TO WS-PRM-LIGNES-PAGE (WS-NB-PARAM)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-COFFRE
           .

       LIT-CARTE.
           READ FIC-CARTES-CLASSEMENT
            AT END
              SET WS-FIN-CLAS      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-CARTES
           END-READ
           .

      *    Une carte : controle, puis classement du rapport designe
       TRAITEMENT.
           IF CLAS-REC (1:1) = '*' OR CLAS-REC = SPACE
              PERFORM LIT-CARTE
              EXIT PARAGRAPH
           END-IF
           IF CLAS-ENTREE NOT NUMERIC
              OR CLAS-ENTREE < '1' OR CLAS-ENTREE > '4'
              OR CLAS-PROGRAMME = SPACE OR CLAS-CODE = SPACE
              DISPLAY 'Carte de classement invalide ignoree : '
                      CLAS-REC (1:40)
              ADD 1                 TO WS-NB-CARTES-REJ
              PERFORM LIT-CARTE
              EXIT PARAGRAPH
           END-IF
           MOVE CLAS-ENTREE         TO WS-CRT-ENTREE
           IF CLAS-LARGEUR NUMERIC
              AND CLAS-LARGEUR > ZERO AND CLAS-LARGEUR <= 200
              MOVE CLAS-LARGEUR     TO WS-CRT-LARGEUR
           ELSE
              MOVE 80               TO WS-CRT-LARGEUR
           END-IF
           MOVE WS-LIGNES-PAGE-DEFAUT TO WS-CRT-LIGNES-PAGE
           PERFORM VARYING WS-IDX-PRM FROM 1 BY 1
                   UNTIL   WS-IDX-PRM > WS-NB-PARAM
              IF WS-PRM-CODE (WS-IDX-PRM) = CLAS-CODE
                 MOVE WS-PRM-LIGNES-PAGE (WS-IDX-PRM)
                                    TO WS-CRT-LIGNES-PAGE
              END-IF
           END-PERFORM

           PERFORM CLASSE-RAPPORT
           PERFORM LIT-CARTE
           .

      *    Classement du rapport de la carte courante
       CLASSE-RAPPORT.
           MOVE ZERO                TO WS-NB-DEJA-CLASSEES
                                       WS-INDIC-REPRISE
           MOVE SPACE               TO WS-CRT-CODE-RETOUR
           IF CLAS-CUMULATIF = 'C'
              PERFORM LIT-REPRISE
           END-IF

           PERFORM OUVRE-A-CLASSER
           IF WS-STATUS-CLA NOT = '00'
              DISPLAY 'Rapport ' CLAS-CODE ' de ' CLAS-PROGRAMME
                      ' absent sur FICCLA' CLAS-ENTREE ' (statut '
                      WS-STATUS-CLA '), non classe'
              ADD 1                 TO WS-NB-CARTES-REJ
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NUMERO-COURANT = WS-DERNIER-NUMERO + 1
           PERFORM COPIE-LIGNES

      *    Cumulatif plus court que la reprise : fichier recree
      *    depuis le dernier classement, classe en entier
           IF WS-NB-LIGNES-SOURCE < WS-NB-DEJA-CLASSEES
              DISPLAY 'Rapport ' CLAS-CODE ' de ' CLAS-PROGRAMME
                      ' plus court que le classement precedent, '
                      'classe en entier'
              PERFORM FERME-A-CLASSER
              MOVE ZERO             TO WS-NB-DEJA-CLASSEES
              PERFORM OUVRE-A-CLASSER
              PERFORM COPIE-LIGNES
           END-IF
           PERFORM FERME-A-CLASSER

      *    Code retour du resume de job retenu pour les cartes
      *    suivantes du meme programme (carte JOBSUM en tete)
           IF WS-CRT-CODE-RETOUR NOT = SPACE
              MOVE CLAS-PROGRAMME   TO WS-RC-PROGRAMME
              MOVE WS-CRT-CODE-RETOUR TO WS-RC-RETENU
           ELSE
              IF CLAS-PROGRAMME = WS-RC-PROGRAMME
                 MOVE WS-RC-RETENU  TO WS-CRT-CODE-RETOUR
              END-IF
           END-IF

           IF CLAS-CUMULATIF = 'C' AND WS-NB-LIGNES-CLASSEES = ZERO
              PERFORM ECRIT-REPRISE
              DISPLAY 'Rapport cumulatif ' CLAS-CODE ' de '
                      CLAS-PROGRAMME ' : rien de nouveau'
              EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-VERDICT
           PERFORM ECRIT-INDEX
           IF NOT WS-INDEX-ECRIT
              EXIT PARAGRAPH
           END-IF
      *    Reprise avancee une fois l'index ecrit seulement : un
      *    classement manque est refait au run suivant
           IF CLAS-CUMULATIF = 'C'
              PERFORM ECRIT-REPRISE
           END-IF

      *    Ancrage remis a jour a chaque rapport : un run interrompu
      *    ne reattribue jamais un numero deja utilise
           MOVE WS-NUMERO-COURANT   TO WS-DERNIER-NUMERO
           MOVE ZERO                TO COFL-NUMERO
                                       COFL-LIGNE
           MOVE SPACES              TO COFL-TEXTE
           MOVE WS-DERNIER-NUMERO   TO COFL-DERNIER-NUMERO
           IF WS-ANCRE-EXISTE
              REWRITE COFL-REC
           ELSE
              WRITE COFL-REC
              SET WS-ANCRE-EXISTE   TO TRUE
           END-IF
           MOVE WS-STATUS-COFL      TO WS-FSTA-STATUT
           MOVE 'FIC-COFL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           ADD 1                    TO WS-NB-CLASSES
           ADD WS-NB-LIGNES-CLASSEES TO WS-NB-LIGNES-TOT
           MOVE WS-NB-LIGNES-CLASSEES TO WS-NB-EDT
           DISPLAY 'CLASSE ' WS-NUMERO-COURANT ' ' CLAS-PROGRAMME
                   ' ' CLAS-CODE ' ' CLAS-ENTITE ' : ' WS-NB-EDT
                   ' ligne(s), verdict ' WS-CRT-VERDICT
           .

      *    Lecture complete du rapport : les lignes au-dela de la
      *    reprise sont ecrites sous le numero courant
       COPIE-LIGNES.
           MOVE ZERO                TO WS-NB-LIGNES-SOURCE
                                       WS-NB-LIGNES-CLASSEES
                                       WS-INDIC-FIN-CLA
           PERFORM LIT-A-CLASSER
           PERFORM UNTIL WS-FIN-CLA
              ADD 1                 TO WS-NB-LIGNES-SOURCE
              IF WS-NB-LIGNES-SOURCE > WS-NB-DEJA-CLASSEES
                 ADD 1              TO WS-NB-LIGNES-CLASSEES
                 MOVE WS-NUMERO-COURANT     TO COFL-NUMERO
                 MOVE WS-NB-LIGNES-CLASSEES TO COFL-LIGNE
                 MOVE SPACES                TO COFL-TEXTE
                 MOVE WS-LIGNE-RAPPORT (1:WS-CRT-LARGEUR)
                                            TO COFL-TEXTE
                 WRITE COFL-REC
                    INVALID KEY
                       REWRITE COFL-REC
                 END-WRITE
                 MOVE WS-STATUS-COFL        TO WS-FSTA-STATUT
                 MOVE 'FIC-COFL'            TO WS-FSTA-FICHIER
                 PERFORM CONTROLE-FILE-STATUT
                 IF COFL-TEXTE (1:21) = ' SEVERITE MAXIMALE = '
                    MOVE COFL-TEXTE (22:2)  TO WS-CRT-CODE-RETOUR
                 END-IF
              END-IF
              PERFORM LIT-A-CLASSER
           END-PERFORM
           .

       OUVRE-A-CLASSER.
           EVALUATE WS-CRT-ENTREE
              WHEN 1
                 OPEN INPUT FIC-A-CLASSER1
                 MOVE WS-STATUS-CLA1 TO WS-STATUS-CLA
              WHEN 2
                 OPEN INPUT FIC-A-CLASSER2
                 MOVE WS-STATUS-CLA2 TO WS-STATUS-CLA
              WHEN 3
                 OPEN INPUT FIC-A-CLASSER3
                 MOVE WS-STATUS-CLA3 TO WS-STATUS-CLA
              WHEN 4
                 OPEN INPUT FIC-A-CLASSER4
                 MOVE WS-STATUS-CLA4 TO WS-STATUS-CLA
           END-EVALUATE
           .

       LIT-A-CLASSER.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           EVALUATE WS-CRT-ENTREE
              WHEN 1
                 READ FIC-A-CLASSER1 INTO WS-LIGNE-RAPPORT
                    AT END SET WS-FIN-CLA TO TRUE
                 END-READ
              WHEN 2
                 READ FIC-A-CLASSER2 INTO WS-LIGNE-RAPPORT
                    AT END SET WS-FIN-CLA TO TRUE
                 END-READ
              WHEN 3
                 READ FIC-A-CLASSER3 INTO WS-LIGNE-RAPPORT
                    AT END SET WS-FIN-CLA TO TRUE
                 END-READ
              WHEN 4
                 READ FIC-A-CLASSER4 INTO WS-LIGNE-RAPPORT
                    AT END SET WS-FIN-CLA TO TRUE
                 END-READ
           END-EVALUATE
           .

       FERME-A-CLASSER.
           EVALUATE WS-CRT-ENTREE
              WHEN 1
                 CLOSE FIC-A-CLASSER1
              WHEN 2
                 CLOSE FIC-A-CLASSER2
              WHEN 3
                 CLOSE FIC-A-CLASSER3
              WHEN 4
                 CLOSE FIC-A-CLASSER4
           END-EVALUATE
           .

      *    Enregistrement de reprise d'un rapport cumulatif : date
      *    et heure a zero, meme programme, code et entite
       LIT-REPRISE.
           MOVE ZERO                TO COFX-DATE
           MOVE CLAS-PROGRAMME      TO COFX-PROGRAMME
           MOVE CLAS-CODE           TO COFX-CODE
           MOVE CLAS-ENTITE         TO COFX-ENTITE
           MOVE '000000'            TO COFX-HEURE
           READ FIC-COFFRE-INDEX
              INVALID KEY
                 MOVE ZERO          TO WS-NB-DEJA-CLASSEES
              NOT INVALID KEY
                 SET WS-REPRISE-EXISTE TO TRUE
                 MOVE COFX-LIGNES-SOURCE TO WS-NB-DEJA-CLASSEES
           END-READ
           .

       ECRIT-REPRISE.
           MOVE SPACES              TO COFX-REC
           MOVE ZERO                TO COFX-DATE
           MOVE CLAS-PROGRAMME      TO COFX-PROGRAMME
           MOVE CLAS-CODE           TO COFX-CODE
           MOVE CLAS-ENTITE         TO COFX-ENTITE
           MOVE '000000'            TO COFX-HEURE
           MOVE ZERO                TO COFX-NUMERO
                                       COFX-NB-PAGES
                                       COFX-NB-LIGNES
           MOVE WS-NB-LIGNES-SOURCE TO COFX-LIGNES-SOURCE
           IF WS-REPRISE-EXISTE
              REWRITE COFX-REC
           ELSE
              WRITE COFX-REC
           END-IF
           MOVE WS-STATUS-COFX      TO WS-FSTA-STATUT
           MOVE 'FIC-COFX'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    Verdict : carte, sinon statut du run dans FIC-CONTROLES,
      *    sinon code retour du resume de job, sinon INCONNU
       DETERMINE-VERDICT.
           MOVE CLAS-VERDICT        TO WS-CRT-VERDICT
           IF WS-CRT-VERDICT NOT = SPACE
              EXIT PARAGRAPH
           END-IF
           IF WS-STATUS-CTL = '00'
              MOVE WS-DHS-DATE      TO CTL-DATE
              MOVE CLAS-PROGRAMME   TO CTL-PROGRAMME
              MOVE CLAS-ENTITE      TO CTL-ENTITE
              READ FIC-CONTROLES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTL-STATUT TO WS-CRT-VERDICT
              END-READ
           END-IF
           IF WS-CRT-VERDICT = SPACE
              IF WS-CRT-CODE-RETOUR NOT = SPACE
                 STRING 'RC ' WS-CRT-CODE-RETOUR
                        DELIMITED BY SIZE
                   INTO WS-CRT-VERDICT
              ELSE
                 MOVE 'INCONNU'     TO WS-CRT-VERDICT
              END-IF
           END-IF
           .

       ECRIT-INDEX.
           MOVE ZERO                TO WS-INDIC-INDEX-ECRIT
           IF WS-NB-LIGNES-CLASSEES = ZERO
              MOVE ZERO             TO WS-NB-PAGES
           ELSE
              COMPUTE WS-NB-PAGES =
                 (WS-NB-LIGNES-CLASSEES + WS-CRT-LIGNES-PAGE - 1)
                 / WS-CRT-LIGNES-PAGE
           END-IF
           MOVE WS-DHS-HEURE        TO WS-HEURE-CLE
           MOVE ZERO                TO WS-NB-ESSAIS
           PERFORM UNTIL WS-INDEX-ECRIT OR WS-NB-ESSAIS >= 60
              MOVE SPACES           TO COFX-REC
              MOVE WS-DHS-DATE      TO COFX-DATE
              MOVE CLAS-PROGRAMME   TO COFX-PROGRAMME
              MOVE CLAS-CODE        TO COFX-CODE
              MOVE CLAS-ENTITE      TO COFX-ENTITE
              MOVE WS-HEURE-CLE     TO COFX-HEURE
              MOVE WS-NUMERO-COURANT TO COFX-NUMERO
              MOVE WS-NB-PAGES      TO COFX-NB-PAGES
              MOVE WS-NB-LIGNES-CLASSEES TO COFX-NB-LIGNES
              MOVE WS-CRT-VERDICT   TO COFX-VERDICT
              MOVE WS-CRT-CODE-RETOUR TO COFX-CODE-RETOUR
              MOVE ZERO             TO COFX-LIGNES-SOURCE
              WRITE COFX-REC
                 INVALID KEY
                    ADD 1           TO WS-NB-ESSAIS
                    ADD 1           TO WS-HEURE-CLE
                 NOT INVALID KEY
                    SET WS-INDEX-ECRIT TO TRUE
              END-WRITE
           END-PERFORM
           IF NOT WS-INDEX-ECRIT
              DISPLAY 'Index du coffre : cle ' COFX-CLE
                      ' deja prise, rapport non classe'
              ADD 1                 TO WS-NB-CARTES-REJ
           END-IF
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           CLOSE FIC-CARTES-CLASSEMENT
                 FIC-COFFRE-INDEX
                 FIC-COFFRE-LIGNES
           IF WS-STATUS-CTL = '00'
              CLOSE FIC-CONTROLES
           END-IF

           IF WS-NB-CARTES-REJ > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF

           DISPLAY 'Classement des rapports termine'
           MOVE WS-NB-CARTES        TO WS-NB-EDT
           DISPLAY 'CARTES LUES         = ' WS-NB-EDT
           MOVE WS-NB-CLASSES       TO WS-NB-EDT
           DISPLAY 'RAPPORTS CLASSES    = ' WS-NB-EDT
           MOVE WS-NB-LIGNES-TOT    TO WS-NB-EDT
           DISPLAY 'LIGNES CLASSEES     = ' WS-NB-EDT
           MOVE WS-NB-CARTES-REJ    TO WS-NB-EDT
           DISPLAY 'NON CLASSES         = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-CLAS'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-CLAS      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CARTES        TO WS-JSUM-FIC-LUS
           MOVE WS-NB-CLASSES       TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-CARTES-REJ    TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-COFL'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-COFL      TO WS-JSUM-FIC-STATUT
           MOVE ZERO                TO WS-JSUM-FIC-LUS
           MOVE WS-NB-LIGNES-TOT    TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
