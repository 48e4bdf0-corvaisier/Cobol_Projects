       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX075.
      *==============================================================*
      * PROGRAMME d'integration des cours de change publies          *
      *   - FIC-TAUX-CHANGE alimente les conversions de FOREX00B et  *
      *     la reevaluation de FOREX039 ; il etait charge tel quel,  *
      *     et un cours mal saisi (virgule decalee, cours inverse)   *
      *     passait droit dans les statistiques et l'ecart de change *
      *   - Chaque cours du fichier publie du jour FIC-TAUX-PUBLIES  *
      *     est compare a la derniere cotation de la devise dans     *
      *     FIC-TAUX-CHANGE : au-dela de la tolerance de la devise   *
      *     (FIC-PARAM-TOLERANCE, en %, ligne '***' = tolerance par  *
      *     defaut), le cours est mis en revue (FIC-REVUE-TAUX) avec *
      *     une alerte W et n'est PAS ajoute a la table              *
      *   - Une devise sans cotation anterieure est mise en revue :  *
      *     son premier cours ne peut etre controle                  *
      *   - Un cours en revue approuve (FIC-TAUX-APPROUVES : devise, *
      *     date et cours identiques, operateur) est ajoute au run   *
      *     suivant ; un cours deja integre (date <= derniere        *
      *     cotation de la devise) est ignore - relance sans double  *
      *   - Seuls les cours conformes ou approuves sont ajoutes en   *
      *     fin de FIC-TAUX-CHANGE                                   *
      *   - Toute devise portee par FICHIER1 (FIC1-DEVISE) sans      *
      *     cotation publiee du jour est signalee en revue, alerte W *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Cours publies du jour, meme dessin que la table des cours
           SELECT FIC-TAUX-PUBLIES
                     ASSIGN to FICTXPUB
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TXPUB.
      * Historique des cours (toutes les generations de la table) :
      *   derniere cotation de chaque devise
           SELECT FIC-TAUX-HISTO
                     ASSIGN to FICTXH
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TXH.
      * Table courante des cours vers l'euro, completee en fin de
      *   fichier
           SELECT FIC-TAUX-CHANGE
                     ASSIGN to FICTXC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TXC.
      * Tolerance d'ecart jour/jour par devise
           SELECT FIC-PARAM-TOLERANCE
                     ASSIGN to FICPTOL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PTOL.
      * Cours en revue approuves par un operateur
           SELECT FIC-TAUX-APPROUVES
                     ASSIGN to FICTXAPP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TXAPP.
      * FICHIER1 parcouru en sequence pour les devises utilisees
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is SEQUENTIAL
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Cours mis en revue et devises sans cotation
           SELECT FIC-REVUE-TAUX
                     ASSIGN to FICTXREV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TXREV.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-TAUX-PUBLIES.
       01  TXPUB-REC.
         10 TXPUB-DEVISE       PIC X(03).
         10 TXPUB-DATE         PIC 9(08).
         10 TXPUB-TAUX         PIC 9(03)V9(06).
         10 FILLER             PIC X(60).

       FD  FIC-TAUX-HISTO.
       01  TXH-REC.
         10 TXH-DEVISE         PIC X(03).
         10 TXH-DATE           PIC 9(08).
         10 TXH-TAUX           PIC 9(03)V9(06).
         10 FILLER             PIC X(60).

      * Cours d'une devise vers l'euro a une date de cotation
       FD  FIC-TAUX-CHANGE.
       01  TXC-REC.
         10 TXC-DEVISE         PIC X(03).
         10 TXC-DATE           PIC 9(08).
         10 TXC-TAUX           PIC 9(03)V9(06).
         10 FILLER             PIC X(60).

      * Tolerance en pourcentage d'ecart avec la derniere cotation
       FD  FIC-PARAM-TOLERANCE.
       01  PTOL-REC.
         10 PTOL-DEVISE        PIC X(03).
         10 FILLER             PIC X(01).
         10 PTOL-TOLERANCE     PIC 9(03)V99.
         10 FILLER             PIC X(71).

      * Approbation d'un cours mis en revue
       FD  FIC-TAUX-APPROUVES.
       01  TXAPP-REC.
         10 TXAPP-DEVISE       PIC X(03).
         10 FILLER             PIC X(01).
         10 TXAPP-DATE         PIC 9(08).
         10 FILLER             PIC X(01).
         10 TXAPP-TAUX         PIC 9(03)V9(06).
         10 FILLER             PIC X(01).
         10 TXAPP-OPERATEUR    PIC X(08).
         10 FILLER             PIC X(49).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

      * Cours en revue : motif, cours publie, derniere cotation
      * integree, ecart constate et tolerance de la devise
       FD  FIC-REVUE-TAUX.
       01  TXREV-REC.
         10 TXREV-MOTIF        PIC X(12).
         10 FILLER             PIC X(01).
         10 TXREV-DEVISE       PIC X(03).
         10 FILLER             PIC X(01).
         10 TXREV-DATE         PIC 9(08).
         10 FILLER             PIC X(01).
         10 TXREV-TAUX         PIC 9(03)V9(06).
         10 FILLER             PIC X(01).
         10 TXREV-DATE-PREC    PIC 9(08).
         10 FILLER             PIC X(01).
         10 TXREV-TAUX-PREC    PIC 9(03)V9(06).
         10 FILLER             PIC X(01).
         10 TXREV-ECART        PIC 9(05)V99.
         10 FILLER             PIC X(01).
         10 TXREV-TOLERANCE    PIC 9(03)V99.
         10 FILLER             PIC X(12).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-TXPUB      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TXPUB   PIC 9      VALUE ZERO.
               88 WS-FIN-TXPUB                 VALUE 1.
           02  WS-STATUS-TXH        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TXH     PIC 9      VALUE ZERO.
               88 WS-FIN-TXH                   VALUE 1.
           02  WS-STATUS-TXC        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PTOL       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PTOL    PIC 9      VALUE ZERO.
               88 WS-FIN-PTOL                  VALUE 1.
           02  WS-STATUS-TXAPP      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TXAPP   PIC 9      VALUE ZERO.
               88 WS-FIN-TXAPP                 VALUE 1.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-TXREV      PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-PUBLIES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-INTEGRES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-APPROUVES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-EN-REVUE       PIC S9(9)  VALUE ZERO.
           02  WS-NB-DEJA-COTES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-INVALIDES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-COTATION  PIC S9(9)  VALUE ZERO.
           02  WS-NB-HISTO-LUS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-ECART-EDT         PIC ZZ.ZZ9,99.

       01  WS-DATE-JOUR             PIC 9(08)  VALUE ZERO.
      *    Date de cotation controlee pour les devises de FICHIER1 :
      *    la plus recente du fichier publie, le jour a defaut
       01  WS-DATE-COTATION         PIC 9(08)  VALUE ZERO.

      *    Tolerances par devise, et tolerance par defaut (ligne
      *    '***', 10 % sans fichier)
       01  WS-NB-TOLERANCES         PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TOLERANCES.
           05  WS-TOL-ENTREE OCCURS 50.
               10 WS-TOL-DEVISE     PIC X(03).
               10 WS-TOL-POURCENT   PIC 9(03)V99.
       01  WS-IDX-TOL               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-TOL-TROUVEE     PIC 9      VALUE ZERO.
           88 WS-TOL-TROUVEE                   VALUE 1.
       01  WS-TOLERANCE-DEFAUT      PIC 9(03)V99 VALUE 10.
       01  WS-TOLERANCE-COURANTE    PIC 9(03)V99 VALUE ZERO.

      *    Derniere cotation integree par devise
       01  WS-NB-DERNIERS           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-DERNIERS.
           05  WS-DER-ENTREE OCCURS 100.
               10 WS-DER-DEVISE     PIC X(03).
               10 WS-DER-DATE       PIC 9(08).
               10 WS-DER-TAUX       PIC 9(03)V9(06).
       01  WS-IDX-DER               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-DER-TROUVEE     PIC 9      VALUE ZERO.
           88 WS-DER-TROUVEE                   VALUE 1.

      *    Approbations d'operateur
       01  WS-NB-APPROBATIONS       PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-APPROBATIONS.
           05  WS-APP-ENTREE OCCURS 200.
               10 WS-APP-DEVISE     PIC X(03).
               10 WS-APP-DATE       PIC 9(08).
               10 WS-APP-TAUX       PIC 9(03)V9(06).
               10 WS-APP-OPERATEUR  PIC X(08).
       01  WS-IDX-APP               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-APP-TROUVEE     PIC 9      VALUE ZERO.
           88 WS-APP-TROUVEE                   VALUE 1.

      *    Devises portees par FICHIER1, et cotation publiee du jour
       01  WS-NB-DEVISES-UTIL       PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-DEVISES-UTIL.
           05  WS-UTI-ENTREE OCCURS 100.
               10 WS-UTI-DEVISE     PIC X(03).
               10 WS-UTI-INDIC-COTEE PIC 9.
                  88 WS-UTI-COTEE              VALUE 1.
       01  WS-IDX-UTI               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-UTI-TROUVEE     PIC 9      VALUE ZERO.
           88 WS-UTI-TROUVEE                   VALUE 1.

      *    Cotation a noter ou a rechercher dans WS-TAB-DERNIERS
       01  WS-COURS.
           02  WS-COURS-DEVISE      PIC X(03)  VALUE SPACE.
           02  WS-COURS-DATE        PIC 9(08)  VALUE ZERO.
           02  WS-COURS-TAUX        PIC 9(03)V9(06) VALUE ZERO.

      *    Controle du cours publie courant
       01  WS-ECART-POURCENT        PIC 9(05)V99 VALUE ZERO.
       01  WS-ECART-TAUX            PIC S9(03)V9(06) VALUE ZERO.
       01  WS-MOTIF-REVUE           PIC X(12)  VALUE SPACE.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Zones de travail du fil des alertes operateur
           COPY ALRTW.
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
           PERFORM INIT           *> Init, historique, parametres
           PERFORM TRAITEMENT     *> Controle des cours EN BOUCLE
             UNTIL WS-FIN-TXPUB
           PERFORM FIN            *> Devises sans cotation, fin
           .

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX075'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX075'  TO WS-ALRT-PROGRAMME

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR

           PERFORM CHARGE-TOLERANCES
           PERFORM CHARGE-APPROBATIONS
           PERFORM CHARGE-DEVISES-UTILISEES

      *    Derniere cotation de chaque devise, puis table courante
      *    ouverte en ajout
           PERFORM CHARGE-DERNIERS-COURS
           OPEN EXTEND FIC-TAUX-CHANGE
           IF WS-STATUS-TXC NOT = '00'
              OPEN OUTPUT FIC-TAUX-CHANGE
           END-IF
           MOVE WS-STATUS-TXC       TO WS-FSTA-STATUT
           MOVE 'FIC-TXC'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-REVUE-TAUX
           MOVE WS-STATUS-TXREV     TO WS-FSTA-STATUT
           MOVE 'FIC-TXREV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-TAUX-PUBLIES
           MOVE WS-STATUS-TXPUB     TO WS-FSTA-STATUT
           MOVE 'FIC-TXPUB'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM LIT-TAUX-PUBLIE
           .

      *    Tolerances - facultatif : sans fichier, 10 % pour toutes
      *    les devises
       CHARGE-TOLERANCES.
           OPEN INPUT FIC-PARAM-TOLERANCE
           IF WS-STATUS-PTOL NOT = '00'
              DISPLAY 'FIC-PARAM-TOLERANCE absent, tolerance de '
                      '10 % pour toutes les devises'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PTOL
              READ FIC-PARAM-TOLERANCE
               AT END
                 SET WS-FIN-PTOL    TO TRUE
               NOT AT END
                 EVALUATE TRUE
                    WHEN PTOL-TOLERANCE NOT NUMERIC
                       DISPLAY 'FIC-PARAM-TOLERANCE : tolerance '
                               'invalide, devise ' PTOL-DEVISE
                    WHEN PTOL-DEVISE = '***'
                       MOVE PTOL-TOLERANCE TO WS-TOLERANCE-DEFAUT
                    WHEN WS-NB-TOLERANCES >= 50
                       DISPLAY 'FIC-PARAM-TOLERANCE : table pleine'
                               ', devise ' PTOL-DEVISE ' ignoree'
                    WHEN OTHER
                       ADD 1        TO WS-NB-TOLERANCES
                       MOVE PTOL-DEVISE
                         TO WS-TOL-DEVISE (WS-NB-TOLERANCES)
                       MOVE PTOL-TOLERANCE
                         TO WS-TOL-POURCENT (WS-NB-TOLERANCES)
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-TOLERANCE
           .

      *    Approbations - facultatif : sans fichier, aucun cours en
      *    revue n'est integre
       CHARGE-APPROBATIONS.
           OPEN INPUT FIC-TAUX-APPROUVES
           IF WS-STATUS-TXAPP NOT = '00'
              DISPLAY 'FIC-TAUX-APPROUVES absent, aucun cours '
                      'approuve'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-TXAPP
              READ FIC-TAUX-APPROUVES
               AT END
                 SET WS-FIN-TXAPP   TO TRUE
               NOT AT END
                 EVALUATE TRUE
                    WHEN TXAPP-TAUX NOT NUMERIC
                      OR TXAPP-DATE NOT NUMERIC
                      OR TXAPP-OPERATEUR = SPACE
                       DISPLAY 'FIC-TAUX-APPROUVES : approbation '
                               'invalide, devise ' TXAPP-DEVISE
                    WHEN WS-NB-APPROBATIONS >= 200
                       DISPLAY 'FIC-TAUX-APPROUVES : table pleine'
                               ', devise ' TXAPP-DEVISE ' ignoree'
                    WHEN OTHER
                       ADD 1        TO WS-NB-APPROBATIONS
                       MOVE TXAPP-DEVISE
                         TO WS-APP-DEVISE (WS-NB-APPROBATIONS)
                       MOVE TXAPP-DATE
                         TO WS-APP-DATE (WS-NB-APPROBATIONS)
                       MOVE TXAPP-TAUX
                         TO WS-APP-TAUX (WS-NB-APPROBATIONS)
                       MOVE TXAPP-OPERATEUR
                         TO WS-APP-OPERATEUR (WS-NB-APPROBATIONS)
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE FIC-TAUX-APPROUVES
           .

      *    Devises non euro portees par les articles
       CHARGE-DEVISES-UTILISEES.
           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM LIT-ARTICLE
             UNTIL WS-FIN-FIC1
           CLOSE FICHIER1
           .

       LIT-ARTICLE.
           READ FICHIER1
            AT END
              SET WS-FIN-FIC1      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-ARTICLES-LUS
              IF FIC1-DEVISE NOT = SPACE
                 AND FIC1-DEVISE NOT = 'EUR'
                 PERFORM NOTE-DEVISE-UTILISEE
              END-IF
           END-READ
           .

       NOTE-DEVISE-UTILISEE.
           MOVE ZERO                TO WS-INDIC-UTI-TROUVEE
           PERFORM VARYING WS-IDX-UTI
                   FROM    1 BY 1
                   UNTIL   WS-IDX-UTI > WS-NB-DEVISES-UTIL
                        OR WS-UTI-TROUVEE
              IF WS-UTI-DEVISE (WS-IDX-UTI) = FIC1-DEVISE
                 SET WS-UTI-TROUVEE TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-UTI-TROUVEE
              IF WS-NB-DEVISES-UTIL >= 100
                 DISPLAY 'DEVISES FICHIER1 : table pleine, devise '
                         FIC1-DEVISE ' non controlee'
              ELSE
                 ADD 1              TO WS-NB-DEVISES-UTIL
                 MOVE FIC1-DEVISE
                   TO WS-UTI-DEVISE (WS-NB-DEVISES-UTIL)
                 MOVE ZERO
                   TO WS-UTI-INDIC-COTEE (WS-NB-DEVISES-UTIL)
              END-IF
           END-IF
           .

      *    Historique : la cotation la plus recente de chaque
      *    devise sert de reference au controle (meme regle que
      *    DETERMINE-TAUX-CHANGE de FOREX00B)
       CHARGE-DERNIERS-COURS.
           OPEN INPUT FIC-TAUX-HISTO
           IF WS-STATUS-TXH NOT = '00'
              DISPLAY 'FIC-TAUX-HISTO absent, toutes les devises '
                      'seront mises en revue'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-TXH
              READ FIC-TAUX-HISTO
               AT END
                 SET WS-FIN-TXH     TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-HISTO-LUS
                 IF TXH-TAUX NUMERIC
                    AND TXH-DATE NUMERIC
                    AND TXH-TAUX > ZERO
                    MOVE TXH-DEVISE TO WS-COURS-DEVISE
                    MOVE TXH-DATE   TO WS-COURS-DATE
                    MOVE TXH-TAUX   TO WS-COURS-TAUX
                    PERFORM NOTE-DERNIER-COURS
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-TAUX-HISTO
           .

      *    Derniere cotation de la devise mise a jour par WS-COURS
       NOTE-DERNIER-COURS.
           PERFORM RECHERCHE-DERNIER-COURS
           IF WS-DER-TROUVEE
              IF WS-COURS-DATE >= WS-DER-DATE (WS-IDX-DER)
                 MOVE WS-COURS-DATE TO WS-DER-DATE (WS-IDX-DER)
                 MOVE WS-COURS-TAUX TO WS-DER-TAUX (WS-IDX-DER)
              END-IF
           ELSE
              IF WS-NB-DERNIERS >= 100
                 DISPLAY 'FIC-TAUX-CHANGE : table pleine, devise '
                         WS-COURS-DEVISE ' ignoree'
              ELSE
                 ADD 1              TO WS-NB-DERNIERS
                 MOVE WS-COURS-DEVISE
                   TO WS-DER-DEVISE (WS-NB-DERNIERS)
                 MOVE WS-COURS-DATE
                   TO WS-DER-DATE (WS-NB-DERNIERS)
                 MOVE WS-COURS-TAUX
                   TO WS-DER-TAUX (WS-NB-DERNIERS)
              END-IF
           END-IF
           .

       RECHERCHE-DERNIER-COURS.
           MOVE ZERO                TO WS-INDIC-DER-TROUVEE
           PERFORM VARYING WS-IDX-DER
                   FROM    1 BY 1
                   UNTIL   WS-IDX-DER > WS-NB-DERNIERS
                        OR WS-DER-TROUVEE
              IF WS-DER-DEVISE (WS-IDX-DER) = WS-COURS-DEVISE
                 SET WS-DER-TROUVEE TO TRUE
              END-IF
           END-PERFORM
           IF WS-DER-TROUVEE
              SUBTRACT 1            FROM WS-IDX-DER
           END-IF
           .

       LIT-TAUX-PUBLIE.
           READ FIC-TAUX-PUBLIES
            AT END
              SET WS-FIN-TXPUB     TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-PUBLIES
           END-READ
           .

      *    Controle du cours publie courant : invalide, deja integre,
      *    approuve, sans historique, hors tolerance ou conforme
       TRAITEMENT.
           IF TXPUB-DEVISE = SPACE
              OR TXPUB-DEVISE = 'EUR'
              OR TXPUB-TAUX NOT NUMERIC
              OR TXPUB-DATE NOT NUMERIC
              OR TXPUB-TAUX = ZERO
              OR TXPUB-DATE = ZERO
              ADD 1                 TO WS-NB-INVALIDES
              MOVE 'INVALIDE'       TO WS-MOTIF-REVUE
              MOVE ZERO             TO WS-ECART-POURCENT
              MOVE ZERO             TO WS-TOLERANCE-COURANTE
              MOVE ZERO             TO WS-INDIC-DER-TROUVEE
              PERFORM ECRIT-REVUE
              PERFORM LIT-TAUX-PUBLIE
              EXIT PARAGRAPH
           END-IF

           IF TXPUB-DATE > WS-DATE-COTATION
              MOVE TXPUB-DATE       TO WS-DATE-COTATION
           END-IF
           PERFORM NOTE-DEVISE-COTEE

           MOVE TXPUB-DEVISE        TO WS-COURS-DEVISE
           PERFORM RECHERCHE-DERNIER-COURS
           IF WS-DER-TROUVEE
              AND TXPUB-DATE <= WS-DER-DATE (WS-IDX-DER)
              ADD 1                 TO WS-NB-DEJA-COTES
              PERFORM LIT-TAUX-PUBLIE
              EXIT PARAGRAPH
           END-IF

           PERFORM RECHERCHE-TOLERANCE
           MOVE ZERO                TO WS-ECART-POURCENT
           IF WS-DER-TROUVEE
              COMPUTE WS-ECART-TAUX = TXPUB-TAUX
                                    - WS-DER-TAUX (WS-IDX-DER)
              IF WS-ECART-TAUX < ZERO
                 COMPUTE WS-ECART-TAUX = ZERO - WS-ECART-TAUX
              END-IF
              COMPUTE WS-ECART-POURCENT ROUNDED
                    = WS-ECART-TAUX * 100
                    / WS-DER-TAUX (WS-IDX-DER)
                 ON SIZE ERROR
                    MOVE 99999,99   TO WS-ECART-POURCENT
              END-COMPUTE
           END-IF

           PERFORM RECHERCHE-APPROBATION
           EVALUATE TRUE
              WHEN WS-APP-TROUVEE
                 ADD 1              TO WS-NB-APPROUVES
                 DISPLAY 'COURS APPROUVE ' TXPUB-DEVISE ' '
                         TXPUB-DATE ' par '
                         WS-APP-OPERATEUR (WS-IDX-APP)
                 PERFORM INTEGRE-COURS
              WHEN NOT WS-DER-TROUVEE
                 MOVE 'SANS HISTO'  TO WS-MOTIF-REVUE
                 PERFORM MET-EN-REVUE
              WHEN WS-ECART-POURCENT > WS-TOLERANCE-COURANTE
                 MOVE 'HORS TOLER'  TO WS-MOTIF-REVUE
                 PERFORM MET-EN-REVUE
              WHEN OTHER
                 PERFORM INTEGRE-COURS
           END-EVALUATE
           PERFORM LIT-TAUX-PUBLIE
           .

      *    Tolerance de la devise, ou tolerance par defaut
       RECHERCHE-TOLERANCE.
           MOVE ZERO                TO WS-INDIC-TOL-TROUVEE
           MOVE WS-TOLERANCE-DEFAUT TO WS-TOLERANCE-COURANTE
           PERFORM VARYING WS-IDX-TOL
                   FROM    1 BY 1
                   UNTIL   WS-IDX-TOL > WS-NB-TOLERANCES
                        OR WS-TOL-TROUVEE
              IF WS-TOL-DEVISE (WS-IDX-TOL) = TXPUB-DEVISE
                 SET WS-TOL-TROUVEE TO TRUE
                 MOVE WS-TOL-POURCENT (WS-IDX-TOL)
                                    TO WS-TOLERANCE-COURANTE
              END-IF
           END-PERFORM
           .

      *    Approbation pour la meme devise, la meme date et le meme
      *    cours
       RECHERCHE-APPROBATION.
           MOVE ZERO                TO WS-INDIC-APP-TROUVEE
           PERFORM VARYING WS-IDX-APP
                   FROM    1 BY 1
                   UNTIL   WS-IDX-APP > WS-NB-APPROBATIONS
                        OR WS-APP-TROUVEE
              IF WS-APP-DEVISE (WS-IDX-APP) = TXPUB-DEVISE
                 AND WS-APP-DATE (WS-IDX-APP) = TXPUB-DATE
                 AND WS-APP-TAUX (WS-IDX-APP) = TXPUB-TAUX
                 SET WS-APP-TROUVEE TO TRUE
              END-IF
           END-PERFORM
           IF WS-APP-TROUVEE
              SUBTRACT 1            FROM WS-IDX-APP
           END-IF
           .

      *    Devise publiee a la date de cotation : les devises de
      *    FICHIER1 qui en manquent sont signalees en fin de run
       NOTE-DEVISE-COTEE.
           PERFORM VARYING WS-IDX-UTI
                   FROM    1 BY 1
                   UNTIL   WS-IDX-UTI > WS-NB-DEVISES-UTIL
              IF WS-UTI-DEVISE (WS-IDX-UTI) = TXPUB-DEVISE
                 SET WS-UTI-COTEE (WS-IDX-UTI) TO TRUE
              END-IF
           END-PERFORM
           .

      *    Ajout en fin de table, et nouvelle reference pour une
      *    seconde cotation de la devise dans le meme fichier
       INTEGRE-COURS.
           MOVE SPACES              TO TXC-REC
           MOVE TXPUB-DEVISE        TO TXC-DEVISE
           MOVE TXPUB-DATE          TO TXC-DATE
           MOVE TXPUB-TAUX          TO TXC-TAUX
           WRITE TXC-REC
           MOVE WS-STATUS-TXC       TO WS-FSTA-STATUT
           MOVE 'FIC-TXC'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-INTEGRES
           MOVE TXPUB-DEVISE        TO WS-COURS-DEVISE
           MOVE TXPUB-DATE          TO WS-COURS-DATE
           MOVE TXPUB-TAUX          TO WS-COURS-TAUX
           PERFORM NOTE-DERNIER-COURS
           .

       MET-EN-REVUE.
           ADD 1                    TO WS-NB-EN-REVUE
           PERFORM ECRIT-REVUE
           MOVE WS-ECART-POURCENT   TO WS-ECART-EDT
           MOVE 'W'                 TO WS-ALRT-SEVERITE
           MOVE 'TXREVUE'           TO WS-ALRT-CODE
           MOVE SPACES              TO WS-ALRT-MESSAGE
           STRING 'COURS ' TXPUB-DEVISE ' ' TXPUB-DATE ' '
                  WS-MOTIF-REVUE ' ' WS-ECART-EDT '%'
                  DELIMITED BY SIZE
             INTO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           .

      *    Ligne de revue du cours publie courant, avec la derniere
      *    cotation integree quand elle existe
       ECRIT-REVUE.
           MOVE SPACES              TO TXREV-REC
           MOVE WS-MOTIF-REVUE      TO TXREV-MOTIF
           MOVE TXPUB-DEVISE        TO TXREV-DEVISE
           MOVE ZERO                TO TXREV-DATE
                                       TXREV-TAUX
                                       TXREV-DATE-PREC
                                       TXREV-TAUX-PREC
           IF TXPUB-DATE NUMERIC
              MOVE TXPUB-DATE       TO TXREV-DATE
           END-IF
           IF TXPUB-TAUX NUMERIC
              MOVE TXPUB-TAUX       TO TXREV-TAUX
           END-IF
           IF WS-DER-TROUVEE
              MOVE WS-DER-DATE (WS-IDX-DER) TO TXREV-DATE-PREC
              MOVE WS-DER-TAUX (WS-IDX-DER) TO TXREV-TAUX-PREC
           END-IF
           MOVE WS-ECART-POURCENT   TO TXREV-ECART
           MOVE WS-TOLERANCE-COURANTE TO TXREV-TOLERANCE
           WRITE TXREV-REC
           .

      *    Devises de FICHIER1 sans cotation publiee du jour : le
      *    run reste exploitable (derniere cotation), a surveiller
       CONTROLE-DEVISES-SANS-COTATION.
           PERFORM VARYING WS-IDX-UTI
                   FROM    1 BY 1
                   UNTIL   WS-IDX-UTI > WS-NB-DEVISES-UTIL
              IF NOT WS-UTI-COTEE (WS-IDX-UTI)
                 ADD 1              TO WS-NB-SANS-COTATION
                 MOVE SPACES        TO TXREV-REC
                 MOVE 'NON COTEE'   TO TXREV-MOTIF
                 MOVE WS-UTI-DEVISE (WS-IDX-UTI) TO TXREV-DEVISE
                 MOVE WS-DATE-COTATION TO TXREV-DATE
                 MOVE ZERO          TO TXREV-TAUX
                                       TXREV-DATE-PREC
                                       TXREV-TAUX-PREC
                                       TXREV-ECART
                                       TXREV-TOLERANCE
                 MOVE WS-UTI-DEVISE (WS-IDX-UTI) TO WS-COURS-DEVISE
                 PERFORM RECHERCHE-DERNIER-COURS
                 IF WS-DER-TROUVEE
                    MOVE WS-DER-DATE (WS-IDX-DER) TO TXREV-DATE-PREC
                    MOVE WS-DER-TAUX (WS-IDX-DER) TO TXREV-TAUX-PREC
                 END-IF
                 WRITE TXREV-REC
                 MOVE 'W'           TO WS-ALRT-SEVERITE
                 MOVE 'TXABSENT'    TO WS-ALRT-CODE
                 MOVE SPACES        TO WS-ALRT-MESSAGE
                 STRING 'DEVISE ' WS-UTI-DEVISE (WS-IDX-UTI)
                        ' SANS COTATION AU ' WS-DATE-COTATION
                        DELIMITED BY SIZE
                   INTO WS-ALRT-MESSAGE
                 PERFORM ECRIT-ALERTE
              END-IF
           END-PERFORM
           .

      *    Ecriture d'une alerte dans le fil consolide
           COPY ALRTP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           IF WS-DATE-COTATION = ZERO
              MOVE WS-DATE-JOUR     TO WS-DATE-COTATION
           END-IF
           PERFORM CONTROLE-DEVISES-SANS-COTATION

           CLOSE FIC-TAUX-PUBLIES
                 FIC-TAUX-CHANGE
                 FIC-REVUE-TAUX

           DISPLAY 'Integration des cours de change terminee'
           MOVE WS-NB-PUBLIES       TO WS-NB-EDT
           DISPLAY 'COURS PUBLIES     = ' WS-NB-EDT
           MOVE WS-NB-INTEGRES      TO WS-NB-EDT
           DISPLAY 'COURS INTEGRES    = ' WS-NB-EDT
           MOVE WS-NB-APPROUVES     TO WS-NB-EDT
           DISPLAY 'DONT APPROUVES    = ' WS-NB-EDT
           MOVE WS-NB-EN-REVUE      TO WS-NB-EDT
           DISPLAY 'COURS EN REVUE    = ' WS-NB-EDT
           MOVE WS-NB-INVALIDES     TO WS-NB-EDT
           DISPLAY 'COURS INVALIDES   = ' WS-NB-EDT
           MOVE WS-NB-DEJA-COTES    TO WS-NB-EDT
           DISPLAY 'DEJA INTEGRES     = ' WS-NB-EDT
           MOVE WS-NB-SANS-COTATION TO WS-NB-EDT
           DISPLAY 'DEVISES SS COTAT. = ' WS-NB-EDT

           IF (WS-NB-EN-REVUE > ZERO
               OR WS-NB-INVALIDES > ZERO
               OR WS-NB-SANS-COTATION > ZERO)
              AND WS-RC-RUN < 04
              MOVE 04               TO WS-RC-RUN
           END-IF
           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-TXPUB'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TXPUB     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-PUBLIES       TO WS-JSUM-FIC-LUS
           MOVE WS-NB-INTEGRES      TO WS-JSUM-FIC-ECRITS
           COMPUTE WS-JSUM-FIC-REJETES = WS-NB-EN-REVUE
                                       + WS-NB-INVALIDES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-TXC'           TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TXC       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-HISTO-LUS     TO WS-JSUM-FIC-LUS
           MOVE WS-NB-INTEGRES      TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB

           GOBACK.
