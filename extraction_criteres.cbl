       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX114.
      *==============================================================*
      * PROGRAMME d'extraction de FICHIER1 sur criteres              *
      *   - Les analystes demandent des listes ("les articles en     *
      *     attente DEU en USD au-dessus de 50 000, effet depuis     *
      *     juin, entite 02") : plus de tri ecrit pour l'occasion,   *
      *     les criteres se deposent dans FIC-CRIT-FIC1              *
      *   - Jusqu'a 5 jeux de criteres par run, chacun avec sa       *
      *     sortie FIC-EXTRAIT-1 a FIC-EXTRAIT-5 : une carte par     *
      *     critere (numero de jeu, mot-cle, valeur), les criteres   *
      *     d'un jeu se cumulent (ET) - un critere absent ne filtre  *
      *     pas. Mots-cles : PAYS, STATUT, DEVISE, ENTITE, CTP,      *
      *     MONTANT-MIN, MONTANT-MAX, EFFET-DEBUT, EFFET-FIN,        *
      *     EXPIR-DEBUT, EXPIR-FIN, NOM (debut du nom, compare       *
      *     apres normalisation FOREX023 des deux cotes) et LIBELLE  *
      *     (titre du jeu au rapport)                                *
      *   - Sorties delimitees (';') au format de FOREX064, la       *
      *     premiere ligne porte les noms des zones du copybook      *
      *     FIC1REC                                                  *
      *   - Rapport FIC-RAPPORT-EXTR : cartes lues et leur sort,     *
      *     puis nombre d'articles et montant nominal par jeu        *
      *   - Une carte invalide ecarte tout son jeu (une extraction   *
      *     plus large que demandee serait trompeuse) - RC 4         *
      *   - Lecture seule de FICHIER1                                *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is SEQUENTIAL
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Criteres de l'extraction, une carte par critere
           SELECT FIC-CRIT-FIC1
                     ASSIGN to FICCRIF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CRIT.
      * Une sortie delimitee par jeu de criteres
           SELECT FIC-EXTRAIT-1
                     ASSIGN to FICEXF1
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EXF1.
           SELECT FIC-EXTRAIT-2
                     ASSIGN to FICEXF2
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EXF2.
           SELECT FIC-EXTRAIT-3
                     ASSIGN to FICEXF3
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EXF3.
           SELECT FIC-EXTRAIT-4
                     ASSIGN to FICEXF4
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EXF4.
           SELECT FIC-EXTRAIT-5
                     ASSIGN to FICEXF5
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EXF5.
      * Rapport : cartes lues, nombre et montant par jeu
           SELECT FIC-RAPPORT-EXTR
                     ASSIGN to FICREXF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-REXF.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

      * Critere : numero de jeu (1 a 5, '*' = commentaire), mot-cle,
      * valeur cadree a gauche - montants sur 11 chiffres 9(9)V99,
      * dates AAAAMMJJ
       FD  FIC-CRIT-FIC1.
       01  CRIF-REC.
         10 CRIF-JEU           PIC X(01).
             88 CRIF-COMMENTAIRE         VALUE '*'.
         10 CRIF-JEU-N         REDEFINES CRIF-JEU
                               PIC 9(01).
         10 FILLER             PIC X(01).
         10 CRIF-MOT-CLE       PIC X(12).
         10 FILLER             PIC X(01).
         10 CRIF-VALEUR        PIC X(30).
         10 CRIF-VALEUR-MT     REDEFINES CRIF-VALEUR.
            15 CRIF-MONTANT    PIC 9(09)V99.
            15 FILLER          PIC X(19).
         10 CRIF-VALEUR-DATE   REDEFINES CRIF-VALEUR.
            15 CRIF-DATE       PIC 9(08).
            15 FILLER          PIC X(22).
         10 FILLER             PIC X(35).

      * Sorties delimitees : ligne d'en-tete puis un article par
      * ligne, meme format que FIC-DWH-FIC1 de FOREX064
       FD  FIC-EXTRAIT-1.
       01  EXF1-REC             PIC X(150).
       FD  FIC-EXTRAIT-2.
       01  EXF2-REC             PIC X(150).
       FD  FIC-EXTRAIT-3.
       01  EXF3-REC             PIC X(150).
       FD  FIC-EXTRAIT-4.
       01  EXF4-REC             PIC X(150).
       FD  FIC-EXTRAIT-5.
       01  EXF5-REC             PIC X(150).

       FD  FIC-RAPPORT-EXTR.
       01  REXF-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-CRIT       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CRIT    PIC 9      VALUE ZERO.
               88 WS-FIN-CRIT                  VALUE 1.
           02  WS-STATUS-EXF1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EXF2       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EXF3       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EXF4       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EXF5       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-REXF       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-NOM-DEMANDE PIC 9      VALUE ZERO.
               88 WS-NOM-DEMANDE               VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-FIC1-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-CARTES-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-CARTES-REJETEES PIC S9(9) VALUE ZERO.
           02  WS-NB-JEUX-ACTIFS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-EXTRAITS       PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *    Jeux de criteres : bornes par defaut ouvertes, un jeu
      *    n'existe que s'il a au moins une carte
       01  WS-NB-JEUX-MAX           PIC S9(4) COMP SYNC VALUE 5.
       01  WS-TAB-JEUX.
           02  WS-JEU OCCURS 5.
               05 WS-JEU-ETAT       PIC X(01).
                  88 WS-JEU-ABSENT            VALUE ' '.
                  88 WS-JEU-ACTIF             VALUE 'A'.
                  88 WS-JEU-ECARTE            VALUE 'E'.
               05 WS-JEU-LIBELLE    PIC X(30).
               05 WS-JEU-PAYS       PIC X(03).
               05 WS-JEU-STATUT     PIC X(01).
               05 WS-JEU-DEVISE     PIC X(03).
               05 WS-JEU-ENTITE     PIC X(02).
               05 WS-JEU-CTP        PIC X(06).
               05 WS-JEU-MT-MIN     PIC 9(09)V99.
               05 WS-JEU-MT-MAX     PIC 9(09)V99.
               05 WS-JEU-EFFET-DEB  PIC 9(08).
               05 WS-JEU-EFFET-FIN  PIC 9(08).
               05 WS-JEU-INDIC-EXPIR PIC 9(01).
                  88 WS-JEU-EXPIR-DEMANDEE    VALUE 1.
               05 WS-JEU-EXPIR-DEB  PIC 9(08).
               05 WS-JEU-EXPIR-FIN  PIC 9(08).
               05 WS-JEU-NOM        PIC X(45).
               05 WS-JEU-LG-NOM     PIC S9(4)  COMP.
               05 WS-JEU-NB         PIC S9(9)  COMP.
               05 WS-JEU-TOTAL      PIC S9(13)V99 COMP-3.
               05 WS-JEU-STATUS     PIC 9(02).
       01  WS-IDX-JEU               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-JEU-EDT               PIC 9(01)  VALUE ZERO.
       01  WS-INDIC-RETENU          PIC 9      VALUE ZERO.
           88 WS-ARTICLE-RETENU                VALUE 1.

      *    Normalisation des noms par le service partage FOREX023,
      *    comme NORMALISE-LIBELLE de FOREX009
       01  WS-NOM-A-NORMALISER      PIC X(45)  VALUE SPACE.
       01  WS-NOM-NORMALISE         PIC X(45)  VALUE SPACE.
       77  WS-CALL-FOREX023         PIC X(10)  VALUE 'FOREX023'.
       01  WS-NOM-ARTICLE-NORM      PIC X(45)  VALUE SPACE.
       01  WS-LG-NOM                PIC S9(4) COMP SYNC VALUE ZERO.

      *    Ligne delimitee de l'article courant et en-tete tire des
      *    noms de zones du copybook FIC1REC
       01  WS-LIGNE-DELIM           PIC X(150) VALUE SPACE.
       01  WS-MONTANT-TXT           PIC 9(09),99.
       01  WS-LIGNE-EN-TETE         PIC X(150) VALUE SPACE.
       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.
       01  WS-SORT-CARTE            PIC X(08)  VALUE SPACE.

      *    Date systeme du jour
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  FILLER               PIC X(13).

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
           PERFORM INIT           *> Init, criteres, sorties
           PERFORM TRAITEMENT     *> Un article par passage
             UNTIL WS-FIN-FIC1
           PERFORM FIN            *> Totaux par jeu, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX114'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           PERFORM VARYING WS-IDX-JEU FROM 1 BY 1
                   UNTIL   WS-IDX-JEU > WS-NB-JEUX-MAX
              INITIALIZE WS-JEU (WS-IDX-JEU)
              MOVE 99999999999  TO WS-JEU-MT-MAX (WS-IDX-JEU)
              MOVE 99999999     TO WS-JEU-EFFET-FIN (WS-IDX-JEU)
                                   WS-JEU-EXPIR-FIN (WS-IDX-JEU)
           END-PERFORM

           OPEN OUTPUT FIC-RAPPORT-EXTR
           MOVE WS-STATUS-REXF      TO WS-FSTA-STATUT
           MOVE 'FIC-REXF'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           STRING 'FOREX114  EXTRACTION DE FICHIER1 SUR CRITERES DU '
                  WS-DHS-DATE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE 'CARTES DE CRITERES'  TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT

      *    Criteres obligatoires : sans eux, rien a extraire
           OPEN INPUT FIC-CRIT-FIC1
           IF WS-STATUS-CRIT NOT = '00'
              DISPLAY 'ABEND - FIC-CRIT-FIC1 INACCESSIBLE, STATUT '
                      WS-STATUS-CRIT
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-CRIT
              READ FIC-CRIT-FIC1
               AT END
                 SET WS-FIN-CRIT    TO TRUE
               NOT AT END
                 PERFORM CHARGE-CARTE-CRITERE
              END-READ
           END-PERFORM
           CLOSE FIC-CRIT-FIC1

           PERFORM CONTROLE-JEUX
           IF WS-NB-JEUX-ACTIFS = ZERO
              DISPLAY 'FOREX114 : aucun jeu de criteres valide, '
                      'rien a extraire'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF

      *    En-tete des sorties : noms des zones de FIC1REC, dans
      *    l'ordre de la ligne delimitee
           STRING 'FIC1-CH1;FIC1-CH2;FIC1-MONTANT;FIC1-CODE-PAYS;'
                  'FIC1-DATE-EFFET;FIC1-STATUT;FIC1-DEVISE;'
                  'FIC1-DATE-EXPIR;FIC1-CODE-CTP;FIC1-CODE-ENTITE'
                  DELIMITED BY SIZE INTO WS-LIGNE-EN-TETE
           PERFORM VARYING WS-IDX-JEU FROM 1 BY 1
                   UNTIL   WS-IDX-JEU > WS-NB-JEUX-MAX
              IF WS-JEU-ACTIF (WS-IDX-JEU)
                 PERFORM OUVRE-SORTIE-JEU
              END-IF
           END-PERFORM

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM LIT-ARTICLE
           .

      *    Une carte : numero de jeu, mot-cle connu, valeur
      *    conforme - sinon la carte est rejetee et son jeu ecarte
       CHARGE-CARTE-CRITERE.
           IF CRIF-REC = SPACES OR CRIF-COMMENTAIRE
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-CARTES-LUES
           MOVE 'ACCEPTEE'          TO WS-SORT-CARTE
           IF CRIF-JEU < '1' OR CRIF-JEU > '5'
              MOVE 'REJETEE'        TO WS-SORT-CARTE
              PERFORM NOTE-CARTE
              EXIT PARAGRAPH
           END-IF
           MOVE CRIF-JEU-N          TO WS-IDX-JEU
           IF WS-JEU-ABSENT (WS-IDX-JEU)
              SET WS-JEU-ACTIF (WS-IDX-JEU) TO TRUE
           END-IF
           EVALUATE CRIF-MOT-CLE
              WHEN 'LIBELLE'
                 MOVE CRIF-VALEUR   TO WS-JEU-LIBELLE (WS-IDX-JEU)
              WHEN 'PAYS'
                 IF CRIF-VALEUR (1:3) = SPACES
                    OR CRIF-VALEUR (4:27) NOT = SPACES
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-VALEUR (1:3)
                                    TO WS-JEU-PAYS (WS-IDX-JEU)
                 END-IF
              WHEN 'STATUT'
                 IF (CRIF-VALEUR (1:1) NOT = 'A'
                     AND CRIF-VALEUR (1:1) NOT = 'P'
                     AND CRIF-VALEUR (1:1) NOT = 'C')
                    OR CRIF-VALEUR (2:29) NOT = SPACES
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-VALEUR (1:1)
                                    TO WS-JEU-STATUT (WS-IDX-JEU)
                 END-IF
              WHEN 'DEVISE'
                 IF CRIF-VALEUR (1:3) = SPACES
                    OR CRIF-VALEUR (4:27) NOT = SPACES
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-VALEUR (1:3)
                                    TO WS-JEU-DEVISE (WS-IDX-JEU)
                 END-IF
              WHEN 'ENTITE'
                 IF CRIF-VALEUR (1:2) = SPACES
                    OR CRIF-VALEUR (3:28) NOT = SPACES
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-VALEUR (1:2)
                                    TO WS-JEU-ENTITE (WS-IDX-JEU)
                 END-IF
              WHEN 'CTP'
                 IF CRIF-VALEUR (1:6) = SPACES
                    OR CRIF-VALEUR (7:24) NOT = SPACES
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-VALEUR (1:6)
                                    TO WS-JEU-CTP (WS-IDX-JEU)
                 END-IF
              WHEN 'MONTANT-MIN'
                 IF CRIF-MONTANT NOT NUMERIC
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-MONTANT
                                    TO WS-JEU-MT-MIN (WS-IDX-JEU)
                 END-IF
              WHEN 'MONTANT-MAX'
                 IF CRIF-MONTANT NOT NUMERIC
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-MONTANT
                                    TO WS-JEU-MT-MAX (WS-IDX-JEU)
                 END-IF
              WHEN 'EFFET-DEBUT'
                 IF CRIF-DATE NOT NUMERIC
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-DATE  TO WS-JEU-EFFET-DEB (WS-IDX-JEU)
                 END-IF
              WHEN 'EFFET-FIN'
                 IF CRIF-DATE NOT NUMERIC
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-DATE  TO WS-JEU-EFFET-FIN (WS-IDX-JEU)
                 END-IF
              WHEN 'EXPIR-DEBUT'
                 IF CRIF-DATE NOT NUMERIC
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-DATE  TO WS-JEU-EXPIR-DEB (WS-IDX-JEU)
                    SET WS-JEU-EXPIR-DEMANDEE (WS-IDX-JEU) TO TRUE
                 END-IF
              WHEN 'EXPIR-FIN'
                 IF CRIF-DATE NOT NUMERIC
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                 ELSE
                    MOVE CRIF-DATE  TO WS-JEU-EXPIR-FIN (WS-IDX-JEU)
                    SET WS-JEU-EXPIR-DEMANDEE (WS-IDX-JEU) TO TRUE
                 END-IF
              WHEN 'NOM'
                 PERFORM CHARGE-CRITERE-NOM
              WHEN OTHER
                 MOVE 'REJETEE'     TO WS-SORT-CARTE
           END-EVALUATE
           IF WS-SORT-CARTE = 'REJETEE'
              SET WS-JEU-ECARTE (WS-IDX-JEU) TO TRUE
           END-IF
           PERFORM NOTE-CARTE
           .

      *    Debut de nom : normalise par FOREX023 comme les noms
      *    des articles, compare sur sa longueur utile
       CHARGE-CRITERE-NOM.
           IF CRIF-VALEUR = SPACES
              MOVE 'REJETEE'        TO WS-SORT-CARTE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-NOM-A-NORMALISER
           MOVE CRIF-VALEUR         TO WS-NOM-A-NORMALISER
           CALL WS-CALL-FOREX023 USING WS-NOM-A-NORMALISER
                                       WS-NOM-NORMALISE
           MOVE 45                  TO WS-LG-NOM
           PERFORM UNTIL WS-LG-NOM = ZERO
                      OR WS-NOM-NORMALISE (WS-LG-NOM:1) NOT = SPACE
              SUBTRACT 1            FROM WS-LG-NOM
           END-PERFORM
           IF WS-LG-NOM = ZERO
              MOVE 'REJETEE'        TO WS-SORT-CARTE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOM-NORMALISE    TO WS-JEU-NOM (WS-IDX-JEU)
           MOVE WS-LG-NOM           TO WS-JEU-LG-NOM (WS-IDX-JEU)
           SET WS-NOM-DEMANDE       TO TRUE
           .

       NOTE-CARTE.
           IF WS-SORT-CARTE = 'REJETEE'
              ADD 1                 TO WS-NB-CARTES-REJETEES
              DISPLAY 'FOREX114 : carte de critere rejetee : '
                      CRIF-REC (1:45)
           END-IF
           STRING '  ' CRIF-REC (1:45) '  ' WS-SORT-CARTE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

      *    Bornes inversees : le jeu est ecarte
       CONTROLE-JEUX.
           PERFORM VARYING WS-IDX-JEU FROM 1 BY 1
                   UNTIL   WS-IDX-JEU > WS-NB-JEUX-MAX
              IF WS-JEU-ACTIF (WS-IDX-JEU)
                 IF WS-JEU-MT-MIN (WS-IDX-JEU)
                       > WS-JEU-MT-MAX (WS-IDX-JEU)
                    OR WS-JEU-EFFET-DEB (WS-IDX-JEU)
                       > WS-JEU-EFFET-FIN (WS-IDX-JEU)
                    OR WS-JEU-EXPIR-DEB (WS-IDX-JEU)
                       > WS-JEU-EXPIR-FIN (WS-IDX-JEU)
                    SET WS-JEU-ECARTE (WS-IDX-JEU) TO TRUE
                    MOVE WS-IDX-JEU TO WS-JEU-EDT
                    DISPLAY 'FOREX114 : jeu ' WS-JEU-EDT
                            ' ecarte, bornes inversees'
                 ELSE
                    ADD 1           TO WS-NB-JEUX-ACTIFS
                 END-IF
              END-IF
              IF WS-JEU-ECARTE (WS-IDX-JEU)
                 IF WS-RC-RUN < 4
                    MOVE 4          TO WS-RC-RUN
                 END-IF
              END-IF
           END-PERFORM
           .

      *    Sortie du jeu et sa ligne d'en-tete - une sortie non
      *    allouee dans la JCL ecarte le jeu
       OUVRE-SORTIE-JEU.
           EVALUATE WS-IDX-JEU
              WHEN 1
                 OPEN OUTPUT FIC-EXTRAIT-1
                 MOVE WS-STATUS-EXF1 TO WS-JEU-STATUS (WS-IDX-JEU)
              WHEN 2
                 OPEN OUTPUT FIC-EXTRAIT-2
                 MOVE WS-STATUS-EXF2 TO WS-JEU-STATUS (WS-IDX-JEU)
              WHEN 3
                 OPEN OUTPUT FIC-EXTRAIT-3
                 MOVE WS-STATUS-EXF3 TO WS-JEU-STATUS (WS-IDX-JEU)
              WHEN 4
                 OPEN OUTPUT FIC-EXTRAIT-4
                 MOVE WS-STATUS-EXF4 TO WS-JEU-STATUS (WS-IDX-JEU)
              WHEN 5
                 OPEN OUTPUT FIC-EXTRAIT-5
                 MOVE WS-STATUS-EXF5 TO WS-JEU-STATUS (WS-IDX-JEU)
           END-EVALUATE
           IF WS-JEU-STATUS (WS-IDX-JEU) NOT = '00'
              MOVE WS-IDX-JEU       TO WS-JEU-EDT
              DISPLAY 'FOREX114 : sortie du jeu ' WS-JEU-EDT
                      ' inaccessible (statut '
                      WS-JEU-STATUS (WS-IDX-JEU) '), jeu ecarte'
              SET WS-JEU-ECARTE (WS-IDX-JEU) TO TRUE
              SUBTRACT 1            FROM WS-NB-JEUX-ACTIFS
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LIGNE-EN-TETE    TO WS-LIGNE-DELIM
           PERFORM ECRIT-SORTIE-JEU
           .

       LIT-ARTICLE.
           READ FICHIER1 NEXT
            AT END
              SET WS-FIN-FIC1      TO TRUE
            NOT AT END
              MOVE WS-STATUS-FIC1  TO WS-FSTA-STATUT
              MOVE 'FICHIER1'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-FIC1-LUS
           END-READ
           .

      *    Article courant face a chaque jeu actif ; le nom n'est
      *    normalise qu'une fois, et seulement si un jeu le demande
       TRAITEMENT.
           IF WS-NOM-DEMANDE
              MOVE SPACES           TO WS-NOM-A-NORMALISER
              MOVE FIC1-CH2         TO WS-NOM-A-NORMALISER (1:20)
              CALL WS-CALL-FOREX023 USING WS-NOM-A-NORMALISER
                                          WS-NOM-NORMALISE
              MOVE WS-NOM-NORMALISE TO WS-NOM-ARTICLE-NORM
           END-IF
           PERFORM EDITE-LIGNE-FIC1
           PERFORM VARYING WS-IDX-JEU FROM 1 BY 1
                   UNTIL   WS-IDX-JEU > WS-NB-JEUX-MAX
              IF WS-JEU-ACTIF (WS-IDX-JEU)
                 PERFORM APPLIQUE-JEU
                 IF WS-ARTICLE-RETENU
                    ADD 1           TO WS-JEU-NB (WS-IDX-JEU)
                                       WS-NB-EXTRAITS
                    ADD FIC1-MONTANT TO WS-JEU-TOTAL (WS-IDX-JEU)
                    PERFORM ECRIT-SORTIE-JEU
                 END-IF
              END-IF
           END-PERFORM
           PERFORM LIT-ARTICLE
           .

      *    Tous les criteres renseignes du jeu doivent etre
      *    satisfaits - statut blanc = actif, devise blanche = EUR,
      *    un article sans echeance n'entre dans aucune plage
      *    d'expiration
       APPLIQUE-JEU.
           MOVE ZERO                TO WS-INDIC-RETENU
           IF WS-JEU-PAYS (WS-IDX-JEU) NOT = SPACES
              AND WS-JEU-PAYS (WS-IDX-JEU) NOT = FIC1-CODE-PAYS
              EXIT PARAGRAPH
           END-IF
           IF WS-JEU-STATUT (WS-IDX-JEU) NOT = SPACE
              IF WS-JEU-STATUT (WS-IDX-JEU) = 'A'
                 IF NOT FIC1-STATUT-ACTIF
                    EXIT PARAGRAPH
                 END-IF
              ELSE
                 IF WS-JEU-STATUT (WS-IDX-JEU) NOT = FIC1-STATUT
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF
           IF WS-JEU-DEVISE (WS-IDX-JEU) NOT = SPACES
              IF FIC1-DEVISE = SPACES
                 IF WS-JEU-DEVISE (WS-IDX-JEU) NOT = 'EUR'
                    EXIT PARAGRAPH
                 END-IF
              ELSE
                 IF WS-JEU-DEVISE (WS-IDX-JEU) NOT = FIC1-DEVISE
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF
           IF WS-JEU-ENTITE (WS-IDX-JEU) NOT = SPACES
              AND WS-JEU-ENTITE (WS-IDX-JEU) NOT = FIC1-CODE-ENTITE
              EXIT PARAGRAPH
           END-IF
           IF WS-JEU-CTP (WS-IDX-JEU) NOT = SPACES
              AND WS-JEU-CTP (WS-IDX-JEU) NOT = FIC1-CODE-CTP
              EXIT PARAGRAPH
           END-IF
           IF FIC1-MONTANT NOT NUMERIC
              OR FIC1-MONTANT < WS-JEU-MT-MIN (WS-IDX-JEU)
              OR FIC1-MONTANT > WS-JEU-MT-MAX (WS-IDX-JEU)
              EXIT PARAGRAPH
           END-IF
           IF WS-JEU-EFFET-DEB (WS-IDX-JEU) > ZERO
              OR WS-JEU-EFFET-FIN (WS-IDX-JEU) < 99999999
              IF FIC1-DATE-EFFET NOT NUMERIC
                 OR FIC1-DATE-EFFET < WS-JEU-EFFET-DEB (WS-IDX-JEU)
                 OR FIC1-DATE-EFFET > WS-JEU-EFFET-FIN (WS-IDX-JEU)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-JEU-EXPIR-DEMANDEE (WS-IDX-JEU)
              IF FIC1-DATE-EXPIR NOT NUMERIC
                 OR FIC1-DATE-EXPIR = ZERO
                 OR FIC1-DATE-EXPIR < WS-JEU-EXPIR-DEB (WS-IDX-JEU)
                 OR FIC1-DATE-EXPIR > WS-JEU-EXPIR-FIN (WS-IDX-JEU)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-JEU-LG-NOM (WS-IDX-JEU) > ZERO
              MOVE WS-JEU-LG-NOM (WS-IDX-JEU) TO WS-LG-NOM
              IF WS-NOM-ARTICLE-NORM (1:WS-LG-NOM)
                    NOT = WS-JEU-NOM (WS-IDX-JEU) (1:WS-LG-NOM)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           SET WS-ARTICLE-RETENU    TO TRUE
           .

      *    Ligne delimitee de l'article courant, meme format que
      *    EDITE-LIGNE-FIC1 de FOREX064
       EDITE-LIGNE-FIC1.
           MOVE FIC1-MONTANT        TO WS-MONTANT-TXT
           MOVE SPACES              TO WS-LIGNE-DELIM
           STRING FIC1-CH1 ';'
                  FIC1-CH2 ';'
                  WS-MONTANT-TXT ';'
                  FIC1-CODE-PAYS ';'
                  FIC1-DATE-EFFET ';'
                  FIC1-STATUT ';'
                  FIC1-DEVISE ';'
                  FIC1-DATE-EXPIR ';'
                  FIC1-CODE-CTP ';'
                  FIC1-CODE-ENTITE
                  DELIMITED BY SIZE INTO WS-LIGNE-DELIM
           .

       ECRIT-SORTIE-JEU.
           EVALUATE WS-IDX-JEU
              WHEN 1
                 WRITE EXF1-REC FROM WS-LIGNE-DELIM
                 MOVE WS-STATUS-EXF1 TO WS-FSTA-STATUT
                 MOVE 'FIC-EXF1'    TO WS-FSTA-FICHIER
              WHEN 2
                 WRITE EXF2-REC FROM WS-LIGNE-DELIM
                 MOVE WS-STATUS-EXF2 TO WS-FSTA-STATUT
                 MOVE 'FIC-EXF2'    TO WS-FSTA-FICHIER
              WHEN 3
                 WRITE EXF3-REC FROM WS-LIGNE-DELIM
                 MOVE WS-STATUS-EXF3 TO WS-FSTA-STATUT
                 MOVE 'FIC-EXF3'    TO WS-FSTA-FICHIER
              WHEN 4
                 WRITE EXF4-REC FROM WS-LIGNE-DELIM
                 MOVE WS-STATUS-EXF4 TO WS-FSTA-STATUT
                 MOVE 'FIC-EXF4'    TO WS-FSTA-FICHIER
              WHEN 5
                 WRITE EXF5-REC FROM WS-LIGNE-DELIM
                 MOVE WS-STATUS-EXF5 TO WS-FSTA-STATUT
                 MOVE 'FIC-EXF5'    TO WS-FSTA-FICHIER
           END-EVALUATE
           PERFORM CONTROLE-FILE-STATUT
           .

       ECRIT-RAPPORT.
           WRITE REXF-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-REXF      TO WS-FSTA-STATUT
           MOVE 'FIC-REXF'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Nombre d'articles et montant nominal par jeu (devises
      *    melangees, sauf critere DEVISE), sortie fermee
       EDITE-BILAN-JEU.
           IF WS-JEU-ABSENT (WS-IDX-JEU)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-IDX-JEU          TO WS-JEU-EDT
           IF WS-JEU-ECARTE (WS-IDX-JEU)
              STRING '  JEU ' WS-JEU-EDT '  '
                     WS-JEU-LIBELLE (WS-IDX-JEU)
                     '  ECARTE (carte rejetee, bornes inversees ou '
                     'sortie absente)'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JEU-NB (WS-IDX-JEU)    TO WS-NB-EDT
           MOVE WS-JEU-TOTAL (WS-IDX-JEU) TO WS-MONTANT-EDT
           STRING '  JEU ' WS-JEU-EDT '  '
                  WS-JEU-LIBELLE (WS-IDX-JEU)
                  '  ARTICLES ' WS-NB-EDT
                  '  MONTANT ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           DISPLAY 'JEU ' WS-JEU-EDT ' : ' WS-NB-EDT
                   ' article(s), montant ' WS-MONTANT-EDT
           EVALUATE WS-IDX-JEU
              WHEN 1
                 CLOSE FIC-EXTRAIT-1
              WHEN 2
                 CLOSE FIC-EXTRAIT-2
              WHEN 3
                 CLOSE FIC-EXTRAIT-3
              WHEN 4
                 CLOSE FIC-EXTRAIT-4
              WHEN 5
                 CLOSE FIC-EXTRAIT-5
           END-EVALUATE
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           CLOSE FICHIER1
           PERFORM ECRIT-RAPPORT
           MOVE 'RESULTATS PAR JEU'  TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           DISPLAY 'Extraction de FICHIER1 sur criteres terminee'
           PERFORM VARYING WS-IDX-JEU FROM 1 BY 1
                   UNTIL   WS-IDX-JEU > WS-NB-JEUX-MAX
              PERFORM EDITE-BILAN-JEU
           END-PERFORM
           MOVE WS-NB-FIC1-LUS      TO WS-NB-EDT
           DISPLAY 'ARTICLES LUS       = ' WS-NB-EDT
           MOVE WS-NB-CARTES-LUES   TO WS-NB-EDT
           DISPLAY 'CARTES LUES        = ' WS-NB-EDT
           MOVE WS-NB-CARTES-REJETEES TO WS-NB-EDT
           DISPLAY 'CARTES REJETEES    = ' WS-NB-EDT
           CLOSE FIC-RAPPORT-EXTR

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-FIC1-LUS      TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-CRIF'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-CRIT      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CARTES-LUES   TO WS-JSUM-FIC-LUS
           MOVE WS-NB-CARTES-REJETEES TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-EXF*'          TO WS-JSUM-FIC-NOM
           MOVE WS-NB-EXTRAITS      TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
