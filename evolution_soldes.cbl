       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX112.
      *==============================================================*
      * PROGRAMME de consultation et d'evolution des soldes de fin   *
      * de mois                                                      *
      *   - Repond, sur l'historique FIC-HISTO-SOLDES tenu par la    *
      *     photo FOREX111, a "quel etait le solde de cet article    *
      *     ou de cette contrepartie a fin de mois ?" sans rejeu de  *
      *     la piste d'audit                                         *
      *   - Une demande par carte de FIC-DEMANDES-SOLDES :           *
      *       col. 1      A article, C contrepartie                  *
      *       col. 3-12   cle FIC1-CH1, ou code contrepartie         *
      *       col. 14-19  premier mois AAAAMM (blanc : 11 mois avant *
      *                   le dernier)                                *
      *       col. 21-26  dernier mois AAAAMM (blanc : mois du run)  *
      *   - Article : une ligne par mois (lecture directe mois +     *
      *     cle) avec montant, devise, statut, contrepartie,         *
      *     entite, et mouvement depuis le mois precedent ; un mois  *
      *     sans l'article dit s'il n'y a pas eu de photo ou si      *
      *     l'article n'existait pas                                 *
      *   - Contrepartie : par mois, une ligne par entite et devise  *
      *     (balayage de la photo du mois) : nombre d'articles       *
      *     actifs, solde des actifs (meme regle que le releve       *
      *     FOREX098), mouvement, et nombre d'articles en attente    *
      *     ou clos                                                  *
      *   - Le mois qui precede le premier mois demande est lu sans  *
      *     etre edite : le premier mouvement est donc significatif  *
      *   - RC 4 : carte de demande rejetee                          *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Demandes de consultation, une par carte - obligatoire
           SELECT FIC-DEMANDES-SOLDES
                     ASSIGN to FICDSOL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-DSOL.
      *    FIC-HISTO-SOLDES : historique des soldes de fin de mois
           COPY HSOLS.
      * Rapport d'evolution mois par mois
           SELECT FIC-RAPPORT-SOLDES
                     ASSIGN to FICRSOL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RSOL.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-DEMANDES-SOLDES.
       01  DSOL-REC.
         10 DSOL-TYPE          PIC X(01).
             88 DSOL-ARTICLE             VALUE 'A'.
             88 DSOL-CONTREPARTIE        VALUE 'C'.
         10 FILLER             PIC X(01).
         10 DSOL-CODE          PIC X(10).
         10 FILLER             PIC X(01).
         10 DSOL-MOIS-DEBUT    PIC X(06).
         10 DSOL-MOIS-DEBUT-N REDEFINES DSOL-MOIS-DEBUT
                               PIC 9(06).
         10 FILLER             PIC X(01).
         10 DSOL-MOIS-FIN      PIC X(06).
         10 DSOL-MOIS-FIN-N REDEFINES DSOL-MOIS-FIN
                               PIC 9(06).
         10 FILLER             PIC X(54).

           COPY HSOL.

       FD  FIC-RAPPORT-SOLDES.
       01  RSOL-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-DSOL       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-DSOL    PIC 9      VALUE ZERO.
               88 WS-FIN-DSOL                  VALUE 1.
           02  WS-STATUS-RSOL       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-MOIS    PIC 9      VALUE ZERO.
               88 WS-FIN-MOIS                  VALUE 1.
           02  WS-INDIC-PHOTO       PIC 9      VALUE ZERO.
               88 WS-PHOTO-EXISTE              VALUE 1.
           02  WS-INDIC-TROUVE      PIC 9      VALUE ZERO.
               88 WS-TROUVE                    VALUE 1.
           02  WS-INDIC-EDITION     PIC 9      VALUE ZERO.
               88 WS-MOIS-EDITE                VALUE 1.
           02  WS-INDIC-PREC        PIC 9      VALUE ZERO.
               88 WS-PREC-PRESENT              VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-DEMANDES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-REJETEES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-LECTURES-HSOL  PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RAPPORT PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-CPT-EDT           PIC ZZZ.ZZ9.

      *    Demande courante et periode
       01  WS-DEMANDE.
           02  WS-DEM-TYPE          PIC X(01)  VALUE SPACE.
           02  WS-DEM-CODE          PIC X(10)  VALUE SPACE.
           02  WS-DEM-MOIS-DEBUT    PIC 9(06)  VALUE ZERO.
           02  WS-DEM-MOIS-FIN      PIC 9(06)  VALUE ZERO.
       01  WS-MOTIF-REJET           PIC X(40)  VALUE SPACE.

      *    Mois courant de la boucle, et zone de calcul d'un mois
       01  WS-MOIS-COURANT          PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-CALCUL           PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-CALCUL-R REDEFINES WS-MOIS-CALCUL.
           02  WS-MC-AAAA           PIC 9(04).
           02  WS-MC-MM             PIC 9(02).
       01  WS-NB-MOIS-RECULES       PIC S9(4) COMP SYNC VALUE ZERO.

      *    Article : solde du mois precedent
       01  WS-ART-PRECEDENT.
           02  WS-PREC-MONTANT      PIC 9(09)V99 VALUE ZERO.
           02  WS-PREC-DEVISE       PIC X(03)  VALUE SPACE.
       01  WS-MOUVEMENT             PIC S9(13)V99 VALUE ZERO.
       01  WS-OBSERVATION           PIC X(30)  VALUE SPACE.

      *    Contrepartie : cumuls par entite et devise, gardes d'un
      *    mois a l'autre pour le mouvement
       01  WS-NB-POSITIONS          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-POSITIONS.
           02  WS-POS-ENTREE OCCURS 40.
               05 WS-POS-ENTITE     PIC X(02).
               05 WS-POS-DEVISE     PIC X(03).
               05 WS-POS-NB-ACTIFS  PIC 9(07).
               05 WS-POS-NB-AUTRES  PIC 9(07).
               05 WS-POS-SOLDE      PIC S9(13)V99.
               05 WS-POS-SOLDE-PREC PIC S9(13)V99.
       01  WS-IDX-POS               PIC S9(4) COMP SYNC VALUE ZERO.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Statut de l'historique des soldes
           COPY HSOLW.
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
           PERFORM INIT             *> Ouvertures
           PERFORM TRAITEMENT       *> Une carte de demande
             UNTIL WS-FIN-DSOL
           PERFORM FIN              *> Totaux, fermetures
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX112'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           OPEN INPUT FIC-DEMANDES-SOLDES
           MOVE WS-STATUS-DSOL      TO WS-FSTA-STATUT
           MOVE 'FIC-DSOL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-HISTO-SOLDES
           MOVE WS-STATUS-HSOL      TO WS-FSTA-STATUT
           MOVE 'FIC-HSOL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-SOLDES
           MOVE WS-STATUS-RSOL      TO WS-FSTA-STATUT
           MOVE 'FIC-RSOL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           STRING 'FOREX112 - EVOLUTION DES SOLDES DE FIN DE MOIS'
                  '   EDITE LE ' WS-DHS-DATE ' A ' WS-DHS-HEURE
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

       TRAITEMENT.
           READ FIC-DEMANDES-SOLDES
            AT END
              SET WS-FIN-DSOL       TO TRUE
              EXIT PARAGRAPH
           END-READ
           ADD 1                    TO WS-NB-DEMANDES
           PERFORM CONTROLE-DEMANDE
           IF WS-MOTIF-REJET NOT = SPACE
              ADD 1                 TO WS-NB-REJETEES
              PERFORM ECRIT-LIGNE
              STRING 'DEMANDE REJETEE : ' DSOL-REC (1:26)
                     '  ' WS-MOTIF-REJET
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
              EXIT PARAGRAPH
           END-IF

           IF DSOL-ARTICLE
              PERFORM CONSULTE-ARTICLE
           ELSE
              PERFORM CONSULTE-CONTREPARTIE
           END-IF
           .

      *    Carte de demande : type, code et mois, defauts de periode
       CONTROLE-DEMANDE.
           MOVE SPACE               TO WS-MOTIF-REJET
           IF NOT DSOL-ARTICLE AND NOT DSOL-CONTREPARTIE
              MOVE 'TYPE DE DEMANDE INCONNU (A OU C)'
                                    TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF
           IF DSOL-CODE = SPACE
              MOVE 'CODE A BLANC'   TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF
           MOVE DSOL-TYPE           TO WS-DEM-TYPE
           MOVE DSOL-CODE           TO WS-DEM-CODE

           IF DSOL-MOIS-FIN = SPACE
              MOVE WS-DHS-DATE (1:6) TO WS-DEM-MOIS-FIN
           ELSE
              IF DSOL-MOIS-FIN NOT NUMERIC
                 MOVE 'DERNIER MOIS INVALIDE' TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
              MOVE DSOL-MOIS-FIN-N  TO WS-DEM-MOIS-FIN
           END-IF
           MOVE WS-DEM-MOIS-FIN     TO WS-MOIS-CALCUL
           IF WS-MC-MM < 01 OR WS-MC-MM > 12
              MOVE 'DERNIER MOIS INVALIDE' TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF

           IF DSOL-MOIS-DEBUT = SPACE
              PERFORM VARYING WS-NB-MOIS-RECULES FROM 1 BY 1
                      UNTIL   WS-NB-MOIS-RECULES > 11
                 PERFORM MOIS-PRECEDENT
              END-PERFORM
              MOVE WS-MOIS-CALCUL   TO WS-DEM-MOIS-DEBUT
           ELSE
              IF DSOL-MOIS-DEBUT NOT NUMERIC
                 MOVE 'PREMIER MOIS INVALIDE' TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
              MOVE DSOL-MOIS-DEBUT-N TO WS-DEM-MOIS-DEBUT
              MOVE WS-DEM-MOIS-DEBUT TO WS-MOIS-CALCUL
              IF WS-MC-MM < 01 OR WS-MC-MM > 12
                 MOVE 'PREMIER MOIS INVALIDE' TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-DEM-MOIS-DEBUT > WS-DEM-MOIS-FIN
              MOVE 'PREMIER MOIS APRES LE DERNIER'
                                    TO WS-MOTIF-REJET
           END-IF
           .

      *    WS-MOIS-CALCUL recule d'un mois
       MOIS-PRECEDENT.
           IF WS-MC-MM = 01
              MOVE 12               TO WS-MC-MM
              SUBTRACT 1            FROM WS-MC-AAAA
           ELSE
              SUBTRACT 1            FROM WS-MC-MM
           END-IF
           .

      *    WS-MOIS-CALCUL avance d'un mois
       MOIS-SUIVANT.
           IF WS-MC-MM = 12
              MOVE 01               TO WS-MC-MM
              ADD 1                 TO WS-MC-AAAA
           ELSE
              ADD 1                 TO WS-MC-MM
           END-IF
           .

      *    Y a-t-il eu une photo au mois WS-MOIS-COURANT ?
       TESTE-PHOTO-MOIS.
           MOVE ZERO                TO WS-INDIC-PHOTO
           MOVE WS-MOIS-COURANT     TO HSOL-MOIS
           MOVE LOW-VALUE           TO HSOL-CH1
           START FIC-HISTO-SOLDES KEY IS NOT LESS THAN HSOL-CLE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           READ FIC-HISTO-SOLDES NEXT RECORD
              AT END
                 EXIT PARAGRAPH
           END-READ
           IF HSOL-MOIS = WS-MOIS-COURANT
              SET WS-PHOTO-EXISTE   TO TRUE
           END-IF
           .

      *==============================================================*
      * ARTICLE : une ligne par mois, lecture directe mois + cle     *
      *==============================================================*
       CONSULTE-ARTICLE.
           PERFORM ECRIT-LIGNE
           STRING 'ARTICLE ' WS-DEM-CODE
                  '   DE ' WS-DEM-MOIS-DEBUT ' A ' WS-DEM-MOIS-FIN
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE 'MOIS    PHOTO DU  ST  CTP     EN  PAYS  DEV'
                                    TO WS-LIGNE-RAPPORT
           MOVE 'SOLDE                  MOUVEMENT  OBSERVATION'
                                    TO WS-LIGNE-RAPPORT (62:)
           PERFORM ECRIT-LIGNE

      *    Le mois qui precede la periode donne le solde de depart
           MOVE ZERO                TO WS-INDIC-PREC
           MOVE WS-DEM-MOIS-DEBUT   TO WS-MOIS-CALCUL
           PERFORM MOIS-PRECEDENT
           MOVE WS-MOIS-CALCUL      TO WS-MOIS-COURANT
           MOVE ZERO                TO WS-INDIC-EDITION
           PERFORM ARTICLE-UN-MOIS
           SET WS-MOIS-EDITE        TO TRUE
           PERFORM UNTIL WS-MOIS-COURANT >= WS-DEM-MOIS-FIN
              MOVE WS-MOIS-COURANT  TO WS-MOIS-CALCUL
              PERFORM MOIS-SUIVANT
              MOVE WS-MOIS-CALCUL   TO WS-MOIS-COURANT
              PERFORM ARTICLE-UN-MOIS
           END-PERFORM
           .

       ARTICLE-UN-MOIS.
           MOVE WS-MOIS-COURANT     TO HSOL-MOIS
           MOVE WS-DEM-CODE         TO HSOL-CH1
           ADD 1                    TO WS-NB-LECTURES-HSOL
           READ FIC-HISTO-SOLDES
              INVALID KEY
                 MOVE ZERO          TO WS-INDIC-TROUVE
              NOT INVALID KEY
                 SET WS-TROUVE      TO TRUE
           END-READ

           IF NOT WS-TROUVE
              IF WS-MOIS-EDITE
                 PERFORM TESTE-PHOTO-MOIS
                 MOVE WS-MOIS-COURANT TO WS-LIGNE-RAPPORT (1:6)
                 IF WS-PHOTO-EXISTE
                    IF WS-PREC-PRESENT
                       MOVE 'SORTI DE FICHIER1'
                                    TO WS-LIGNE-RAPPORT (96:)
                    ELSE
                       MOVE 'ABSENT DE FICHIER1'
                                    TO WS-LIGNE-RAPPORT (96:)
                    END-IF
                 ELSE
                    MOVE 'PAS DE PHOTO CE MOIS'
                                    TO WS-LIGNE-RAPPORT (96:)
                 END-IF
                 PERFORM ECRIT-LIGNE
              END-IF
      *       Un mois sans photo ne rompt pas la suite des soldes
              IF WS-PHOTO-EXISTE OR NOT WS-MOIS-EDITE
                 MOVE ZERO          TO WS-INDIC-PREC
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE SPACE               TO WS-OBSERVATION
           MOVE ZERO                TO WS-MOUVEMENT
           EVALUATE TRUE
              WHEN NOT WS-PREC-PRESENT
                 MOVE 'ENTREE'      TO WS-OBSERVATION
              WHEN HSOL-DEVISE NOT = WS-PREC-DEVISE
                 STRING 'DEVISE MODIFIEE (' WS-PREC-DEVISE ')'
                        DELIMITED BY SIZE
                   INTO WS-OBSERVATION
              WHEN OTHER
                 COMPUTE WS-MOUVEMENT = HSOL-MONTANT
                                      - WS-PREC-MONTANT
           END-EVALUATE

           IF WS-MOIS-EDITE
              MOVE HSOL-MOIS        TO WS-LIGNE-RAPPORT (1:6)
              MOVE HSOL-DATE-PHOTO  TO WS-LIGNE-RAPPORT (9:8)
              MOVE HSOL-STATUT      TO WS-LIGNE-RAPPORT (19:1)
              MOVE HSOL-CODE-CTP    TO WS-LIGNE-RAPPORT (23:6)
              MOVE HSOL-CODE-ENTITE TO WS-LIGNE-RAPPORT (31:2)
              MOVE HSOL-CODE-PAYS   TO WS-LIGNE-RAPPORT (35:3)
              MOVE HSOL-DEVISE      TO WS-LIGNE-RAPPORT (41:3)
              MOVE HSOL-MONTANT     TO WS-MONTANT-EDT
              MOVE WS-MONTANT-EDT   TO WS-LIGNE-RAPPORT (49:18)
              IF WS-OBSERVATION = SPACE
                 MOVE WS-MOUVEMENT  TO WS-MONTANT-EDT
                 MOVE WS-MONTANT-EDT TO WS-LIGNE-RAPPORT (76:18)
              END-IF
              MOVE WS-OBSERVATION   TO WS-LIGNE-RAPPORT (96:30)
              PERFORM ECRIT-LIGNE
           END-IF
           SET WS-PREC-PRESENT      TO TRUE
           MOVE HSOL-MONTANT        TO WS-PREC-MONTANT
           MOVE HSOL-DEVISE         TO WS-PREC-DEVISE
           .

      *==============================================================*
      * CONTREPARTIE : par mois, une ligne par entite et devise      *
      *==============================================================*
       CONSULTE-CONTREPARTIE.
           PERFORM ECRIT-LIGNE
           STRING 'CONTREPARTIE ' WS-DEM-CODE (1:6)
                  '   DE ' WS-DEM-MOIS-DEBUT ' A ' WS-DEM-MOIS-FIN
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE 'MOIS    EN  DEV  NB ACTIFS'
                                    TO WS-LIGNE-RAPPORT
           MOVE 'SOLDE DES ACTIFS           MOUVEMENT   ATTENTE/CLOS'
                                    TO WS-LIGNE-RAPPORT (39:)
           PERFORM ECRIT-LIGNE

           MOVE ZERO                TO WS-NB-POSITIONS
           MOVE WS-DEM-MOIS-DEBUT   TO WS-MOIS-CALCUL
           PERFORM MOIS-PRECEDENT
           MOVE WS-MOIS-CALCUL      TO WS-MOIS-COURANT
           MOVE ZERO                TO WS-INDIC-EDITION
           PERFORM CONTREPARTIE-UN-MOIS
           SET WS-MOIS-EDITE        TO TRUE
           PERFORM UNTIL WS-MOIS-COURANT >= WS-DEM-MOIS-FIN
              MOVE WS-MOIS-COURANT  TO WS-MOIS-CALCUL
              PERFORM MOIS-SUIVANT
              MOVE WS-MOIS-CALCUL   TO WS-MOIS-COURANT
              PERFORM CONTREPARTIE-UN-MOIS
           END-PERFORM
           .

      *    Balayage de la photo du mois : les articles de la
      *    contrepartie sont cumules par entite et devise
       CONTREPARTIE-UN-MOIS.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL   WS-IDX-POS > WS-NB-POSITIONS
              MOVE ZERO             TO WS-POS-NB-ACTIFS (WS-IDX-POS)
                                       WS-POS-NB-AUTRES (WS-IDX-POS)
                                       WS-POS-SOLDE (WS-IDX-POS)
           END-PERFORM

           MOVE ZERO                TO WS-INDIC-PHOTO
           MOVE ZERO                TO WS-INDIC-FIN-MOIS
           MOVE WS-MOIS-COURANT     TO HSOL-MOIS
           MOVE LOW-VALUE           TO HSOL-CH1
           START FIC-HISTO-SOLDES KEY IS NOT LESS THAN HSOL-CLE
              INVALID KEY
                 SET WS-FIN-MOIS    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-MOIS
              READ FIC-HISTO-SOLDES NEXT RECORD
                 AT END
                    SET WS-FIN-MOIS TO TRUE
                 NOT AT END
                    IF HSOL-MOIS NOT = WS-MOIS-COURANT
                       SET WS-FIN-MOIS TO TRUE
                    ELSE
                       ADD 1        TO WS-NB-LECTURES-HSOL
                       SET WS-PHOTO-EXISTE TO TRUE
                       IF HSOL-CODE-CTP = WS-DEM-CODE (1:6)
                          PERFORM CUMULE-POSITION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

      *    Un mois sans photo est signale et ne rompt pas la suite
      *    des soldes
           IF NOT WS-PHOTO-EXISTE
              IF WS-MOIS-EDITE
                 MOVE WS-MOIS-COURANT TO WS-LIGNE-RAPPORT (1:6)
                 MOVE 'PAS DE PHOTO CE MOIS'
                                    TO WS-LIGNE-RAPPORT (9:)
                 PERFORM ECRIT-LIGNE
              END-IF
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL   WS-IDX-POS > WS-NB-POSITIONS
              IF WS-MOIS-EDITE
                 PERFORM EDITE-POSITION
              END-IF
              MOVE WS-POS-SOLDE (WS-IDX-POS)
                TO WS-POS-SOLDE-PREC (WS-IDX-POS)
           END-PERFORM
           IF WS-MOIS-EDITE AND WS-NB-POSITIONS = ZERO
              MOVE WS-MOIS-COURANT  TO WS-LIGNE-RAPPORT (1:6)
              MOVE 'AUCUN ARTICLE POUR CETTE CONTREPARTIE'
                                    TO WS-LIGNE-RAPPORT (9:)
              PERFORM ECRIT-LIGNE
           END-IF
           .

       CUMULE-POSITION.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL   WS-IDX-POS > WS-NB-POSITIONS
                      OR  (WS-POS-ENTITE (WS-IDX-POS) = HSOL-CODE-ENTITE
                       AND WS-POS-DEVISE (WS-IDX-POS) = HSOL-DEVISE)
              CONTINUE
           END-PERFORM
           IF WS-IDX-POS > WS-NB-POSITIONS
              IF WS-NB-POSITIONS >= 40
                 DISPLAY 'FOREX112 : plus de 40 positions pour '
                         WS-DEM-CODE ', ' HSOL-CODE-ENTITE ' '
                         HSOL-DEVISE ' ignoree'
                 EXIT PARAGRAPH
              END-IF
              ADD 1                 TO WS-NB-POSITIONS
              MOVE WS-NB-POSITIONS  TO WS-IDX-POS
              INITIALIZE WS-POS-ENTREE (WS-IDX-POS)
              MOVE HSOL-CODE-ENTITE TO WS-POS-ENTITE (WS-IDX-POS)
              MOVE HSOL-DEVISE      TO WS-POS-DEVISE (WS-IDX-POS)
           END-IF
           IF HSOL-ACTIF
              ADD 1                 TO WS-POS-NB-ACTIFS (WS-IDX-POS)
              ADD HSOL-MONTANT      TO WS-POS-SOLDE (WS-IDX-POS)
           ELSE
              ADD 1                 TO WS-POS-NB-AUTRES (WS-IDX-POS)
           END-IF
           .

      *    Une position sans article ce mois ni le precedent n'est
      *    plus editee
       EDITE-POSITION.
           IF WS-POS-NB-ACTIFS (WS-IDX-POS) = ZERO
              AND WS-POS-NB-AUTRES (WS-IDX-POS) = ZERO
              AND WS-POS-SOLDE-PREC (WS-IDX-POS) = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MOIS-COURANT     TO WS-LIGNE-RAPPORT (1:6)
           MOVE WS-POS-ENTITE (WS-IDX-POS) TO WS-LIGNE-RAPPORT (9:2)
           MOVE WS-POS-DEVISE (WS-IDX-POS) TO WS-LIGNE-RAPPORT (13:3)
           MOVE WS-POS-NB-ACTIFS (WS-IDX-POS) TO WS-CPT-EDT
           MOVE WS-CPT-EDT          TO WS-LIGNE-RAPPORT (20:7)
           MOVE WS-POS-SOLDE (WS-IDX-POS) TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (37:18)
           COMPUTE WS-MOUVEMENT = WS-POS-SOLDE (WS-IDX-POS)
                                - WS-POS-SOLDE-PREC (WS-IDX-POS)
           MOVE WS-MOUVEMENT        TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (57:18)
           MOVE WS-POS-NB-AUTRES (WS-IDX-POS) TO WS-CPT-EDT
           MOVE WS-CPT-EDT          TO WS-LIGNE-RAPPORT (77:7)
           PERFORM ECRIT-LIGNE
           .

       ECRIT-LIGNE.
           WRITE RSOL-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RSOL      TO WS-FSTA-STATUT
           MOVE 'FIC-RSOL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DISPLAY 'Evolution des soldes de fin de mois terminee'
           MOVE WS-NB-DEMANDES      TO WS-NB-EDT
           DISPLAY 'DEMANDES          = ' WS-NB-EDT
           MOVE WS-NB-REJETEES      TO WS-NB-EDT
           DISPLAY 'DEMANDES REJETEES = ' WS-NB-EDT

           IF WS-NB-REJETEES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF

           CLOSE FIC-DEMANDES-SOLDES
                 FIC-HISTO-SOLDES
                 FIC-RAPPORT-SOLDES

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-DSOL'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-DSOL      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-DEMANDES      TO WS-JSUM-FIC-LUS
           MOVE WS-NB-REJETEES      TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-HSOL'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-HSOL      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LECTURES-HSOL TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RSOL'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RSOL      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-RAPPORT TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
