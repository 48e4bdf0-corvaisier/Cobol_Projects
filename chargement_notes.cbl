       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX119.
      *==============================================================*
      * PROGRAMME de chargement batch des notes par article          *
      *   - Les memos des gestionnaires (echanges avec la            *
      *     contrepartie, tickets, raisons d'un blocage) vivaient    *
      *     hors du systeme. Les notes saisies en session FOREX016   *
      *     se chargent aussi en masse depuis FIC-NOTES-MVT dans le  *
      *     fichier des notes FIC-NOTES-ARTICLES (copybooks NOTA*)   *
      *   - Une note = une carte d'en-tete suivie de ses lignes :    *
      *       N : cle FIC1-CH1, operateur, categorie (BL blocage,    *
      *           CT contrepartie, TK ticket, CO correction,         *
      *           AP approbation, DI divers)                         *
      *       L : une ligne de texte de 60 caracteres, cinq au plus  *
      *     Une carte '*' en colonne 1 est un commentaire            *
      *   - Une note est refusee en entier si l'article n'existe     *
      *     pas dans FICHIER1, si l'operateur est a blanc, si la     *
      *     categorie est inconnue, ou si elle n'a pas de ligne ou   *
      *     en a plus de cinq ; une ligne L sans en-tete est         *
      *     refusee seule. Refus listes au SYSOUT, RC 4              *
      *   - Une note chargee est horodatee du run et marquee         *
      *     d'origine batch ; elle n'est jamais modifiee ensuite     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * FIC-NOTES-ARTICLES : notes par article, en ajout seul
           COPY NOTAS.
      * FICHIER1 : lecture directe de l'article annote
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Notes a charger, en-tete N suivi de ses lignes L
           SELECT FIC-NOTES-MVT
                     ASSIGN to FICNOTMV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-MVT.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY NOTA.

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

      * Carte de chargement : en-tete de note (N) ou ligne de
      * texte (L)
       FD  FIC-NOTES-MVT.
       01  NMV-REC.
         10 NMV-TYPE           PIC X(01).
             88 NMV-EN-TETE              VALUE 'N'.
             88 NMV-LIGNE-TEXTE          VALUE 'L'.
             88 NMV-COMMENTAIRE          VALUE '*'.
         10 NMV-CORPS          PIC X(79).
         10 NMV-CORPS-EN-TETE REDEFINES NMV-CORPS.
           15 NMV-CLE          PIC X(10).
           15 NMV-OPERATEUR    PIC X(08).
           15 NMV-CATEGORIE    PIC X(02).
           15 FILLER           PIC X(59).
         10 NMV-CORPS-LIGNE REDEFINES NMV-CORPS.
           15 NMV-TEXTE        PIC X(60).
           15 FILLER           PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-MVT        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-MVT     PIC 9      VALUE ZERO.
               88 WS-FIN-MVT                   VALUE 1.
      *        Une note est en cours d'assemblage depuis son en-tete
           02  WS-INDIC-NOTE        PIC 9      VALUE ZERO.
               88 WS-NOTE-EN-COURS             VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CARTES-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-NOTES-LUES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-NOTES-CHARGEES PIC S9(9)  VALUE ZERO.
           02  WS-NB-NOTES-REFUSEES PIC S9(9)  VALUE ZERO.
           02  WS-NB-CARTES-REFUSEES PIC S9(9) VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZ9.

      *    Motif de refus de la note en cours ; le nombre de lignes
      *    recues est compte au-dela de cinq pour le refus
       01  WS-MOTIF-REFUS           PIC X(20)  VALUE SPACE.
       01  WS-NB-LIGNES-RECUES      PIC S9(4) COMP SYNC VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Notes libres par article
           COPY NOTAW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init du programme
           PERFORM TRAITEMENT     *> Une carte a la fois
             UNTIL WS-FIN-MVT
           PERFORM TERMINE-NOTE   *> Derniere note du fichier
           PERFORM FIN            *> Fin du programme
           .

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX119'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

      *    Fichier des notes obligatoire pour un chargement
           MOVE 'FOREX119'          TO WS-NOTA-PROGRAMME
           PERFORM OUVRE-NOTES-ARTICLES
           MOVE WS-STATUS-NOTA      TO WS-FSTA-STATUT
           MOVE 'FIC-NOTE'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-NOTES-MVT
           MOVE WS-STATUS-MVT       TO WS-FSTA-STATUT
           MOVE 'FIC-NOTMV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-MOUVEMENT
           .

       LIT-MOUVEMENT.
           READ FIC-NOTES-MVT
            AT END
              SET WS-FIN-MVT       TO TRUE
            NOT AT END
              MOVE WS-STATUS-MVT   TO WS-FSTA-STATUT
              MOVE 'FIC-NOTMV'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-CARTES-LUES
           END-READ
           .

      *    Un en-tete clot la note precedente et en ouvre une ;
      *    une ligne s'ajoute a la note en cours
       TRAITEMENT.
           EVALUATE TRUE
              WHEN NMV-COMMENTAIRE
                 CONTINUE
              WHEN NMV-EN-TETE
                 PERFORM TERMINE-NOTE
                 PERFORM DEBUTE-NOTE
              WHEN NMV-LIGNE-TEXTE
                 PERFORM AJOUTE-LIGNE
              WHEN OTHER
                 ADD 1              TO WS-NB-CARTES-REFUSEES
                 DISPLAY 'Carte ' WS-NB-CARTES-LUES
                         ' refusee : type inconnu ' NMV-TYPE
           END-EVALUATE
           PERFORM LIT-MOUVEMENT
           .

      *    En-tete : article existant, operateur renseigne,
      *    categorie connue - le refus ne tombe qu'a la cloture de
      *    la note, ses lignes etant lues avec elle
       DEBUTE-NOTE.
           SET WS-NOTE-EN-COURS     TO TRUE
           ADD 1                    TO WS-NB-NOTES-LUES
           MOVE SPACE               TO WS-MOTIF-REFUS
           MOVE ZERO                TO WS-NB-LIGNES-RECUES
           INITIALIZE WS-NOTA-DEMANDE
           MOVE NMV-CLE             TO WS-NOTA-CLE
           MOVE NMV-OPERATEUR       TO WS-NOTA-OPERATEUR
           MOVE NMV-CATEGORIE       TO WS-NOTA-CATEGORIE
           MOVE 'B'                 TO WS-NOTA-ORIGINE

           MOVE NMV-CATEGORIE       TO NOTA-CATEGORIE
           EVALUATE TRUE
              WHEN NMV-CLE = SPACE
                 MOVE 'CLE A BLANC'          TO WS-MOTIF-REFUS
              WHEN NMV-OPERATEUR = SPACE
                 MOVE 'OPERATEUR A BLANC'    TO WS-MOTIF-REFUS
              WHEN NOT NOTA-CATEGORIE-VALIDE
                 MOVE 'CATEGORIE INCONNUE'   TO WS-MOTIF-REFUS
           END-EVALUATE
           IF WS-MOTIF-REFUS NOT = SPACE
              EXIT PARAGRAPH
           END-IF

           MOVE NMV-CLE             TO FIC1-CH1
           READ FICHIER1
              INVALID KEY
                 MOVE 'ARTICLE INCONNU'      TO WS-MOTIF-REFUS
           END-READ
           .

       AJOUTE-LIGNE.
           IF NOT WS-NOTE-EN-COURS
              ADD 1                 TO WS-NB-CARTES-REFUSEES
              DISPLAY 'Carte ' WS-NB-CARTES-LUES
                      ' refusee : ligne sans en-tete de note'
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-LIGNES-RECUES
           IF WS-NB-LIGNES-RECUES > 5
              MOVE 'PLUS DE 5 LIGNES'        TO WS-MOTIF-REFUS
           ELSE
              MOVE WS-NB-LIGNES-RECUES TO WS-NOTA-NB-LIGNES
              MOVE NMV-TEXTE
                TO WS-NOTA-LIGNE (WS-NB-LIGNES-RECUES)
           END-IF
           .

      *    Cloture de la note en cours : ecrite si elle est valide,
      *    sinon listee avec son motif
       TERMINE-NOTE.
           IF NOT WS-NOTE-EN-COURS
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-INDIC-NOTE
           IF WS-MOTIF-REFUS = SPACE
              AND WS-NB-LIGNES-RECUES = ZERO
              MOVE 'NOTE SANS TEXTE'         TO WS-MOTIF-REFUS
           END-IF
           IF WS-MOTIF-REFUS = SPACE
              PERFORM ECRIT-NOTE-ARTICLE
              IF WS-NOTA-ECRITE
                 ADD 1              TO WS-NB-NOTES-CHARGEES
                 EXIT PARAGRAPH
              END-IF
              MOVE 'ERREUR WRITE'            TO WS-MOTIF-REFUS
           END-IF
           ADD 1                    TO WS-NB-NOTES-REFUSEES
           DISPLAY 'Note ' WS-NOTA-CLE ' ' WS-NOTA-OPERATEUR
                   ' refusee : ' WS-MOTIF-REFUS
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Notes libres par article
           COPY NOTAP.

      * Fin du pgm
       FIN.
           MOVE WS-NB-CARTES-LUES   TO WS-NB-EDT
           DISPLAY 'Chargement des notes par article termine'
           DISPLAY 'CARTES LUES     = ' WS-NB-EDT
           MOVE WS-NB-NOTES-LUES    TO WS-NB-EDT
           DISPLAY 'NOTES LUES      = ' WS-NB-EDT
           MOVE WS-NB-NOTES-CHARGEES TO WS-NB-EDT
           DISPLAY 'NOTES CHARGEES  = ' WS-NB-EDT
           MOVE WS-NB-NOTES-REFUSEES TO WS-NB-EDT
           DISPLAY 'NOTES REFUSEES  = ' WS-NB-EDT
           MOVE WS-NB-CARTES-REFUSEES TO WS-NB-EDT
           DISPLAY 'CARTES REFUSEES = ' WS-NB-EDT

           CLOSE FICHIER1
                 FIC-NOTES-MVT
           PERFORM FERME-NOTES-ARTICLES

           IF WS-NB-NOTES-REFUSEES > ZERO
              OR WS-NB-CARTES-REFUSEES > ZERO
              MOVE 4                TO RETURN-CODE
              MOVE 4                TO WS-JSUM-SEVERITE
           END-IF

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-NOTMV'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-MVT       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CARTES-LUES   TO WS-JSUM-FIC-LUS
           COMPUTE WS-JSUM-FIC-REJETES = WS-NB-NOTES-REFUSEES
                                       + WS-NB-CARTES-REFUSEES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-NOTE'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-NOTA      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-NOTES-CHARGEES TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           PERFORM EMET-RESUME-JOB

           GOBACK.
