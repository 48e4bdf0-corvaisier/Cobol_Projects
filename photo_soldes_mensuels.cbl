       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX111.
      *==============================================================*
      * PROGRAMME de photo des soldes de fin de mois                 *
      *   - FICHIER1 ne porte que l'etat du jour, et FOREX037 ne     *
      *     reconstitue un etat passe qu'en rejouant la piste        *
      *     d'audit (lent, et seul le libelle en sort) ; or la       *
      *     question courante est "quel etait le solde de cet        *
      *     article, ou de cette contrepartie, a fin de mois ?"      *
      *   - Au dernier jour ouvre du mois (step F de la chaine       *
      *     FOREX021, mois materialise dans FIC-PARAM-MOIS), chaque  *
      *     article de FICHIER1 est ajoute a l'historique            *
      *     FIC-HISTO-SOLDES (KSDS, cle mois + FIC1-CH1) : montant,  *
      *     devise, statut, contrepartie, entite et pays             *
      *   - Une relance du meme mois remplace la photo article par   *
      *     article (REWRITE) : le step est rejouable en reprise     *
      *   - Un mois demande different du mois du run (reprise le     *
      *     lendemain) donne une photo tardive, signalee RC 4 : elle *
      *     porte l'etat de FICHIER1 au jour du run                  *
      *   - RC 8 : erreurs d'ecriture de l'historique                *
      *   - L'evolution mois par mois se lit avec FOREX112           *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Mois de la photo (AAAAMM), ecrit par le pilote - obligatoire
           SELECT FIC-PARAM-MOIS
                     ASSIGN to FICPMOIS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PMOIS.
      * FICHIER1 : balayage sequentiel de tous les articles
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is SEQUENTIAL
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      *    FIC-HISTO-SOLDES : historique des soldes de fin de mois
           COPY HSOLS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-MOIS.
       01  PMOIS-REC.
         10 PMOIS-AAAAMM       PIC 9(06).
         10 FILLER             PIC X(74).

       FD  FICHIER1.
           COPY FIC1REC.

           COPY HSOL.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PMOIS      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-INDIC-TARDIVE     PIC 9      VALUE ZERO.
               88 WS-PHOTO-TARDIVE             VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-AJOUTES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-REMPLACES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-ERREURS        PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

       01  WS-MOIS-PHOTO            PIC 9(06)  VALUE ZERO.
       01  WS-DATE-DU-JOUR          PIC 9(08)  VALUE ZERO.

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
           PERFORM INIT             *> Mois, ouvertures
           PERFORM TRAITEMENT       *> Un article de FICHIER1
             UNTIL WS-FIN-FIC1
           PERFORM FIN              *> Totaux, fermetures
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX111'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DATE-DU-JOUR

      *    Le mois de la photo est obligatoire, comme pour FOREX034
           OPEN INPUT FIC-PARAM-MOIS
           MOVE WS-STATUS-PMOIS     TO WS-FSTA-STATUT
           MOVE 'FIC-PMOIS'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           READ FIC-PARAM-MOIS
            AT END
              DISPLAY 'ABEND - FIC-PARAM-MOIS VIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-READ
           IF PMOIS-AAAAMM NOT NUMERIC
              DISPLAY 'ABEND - MOIS DEMANDE INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PMOIS-AAAAMM        TO WS-MOIS-PHOTO
           CLOSE FIC-PARAM-MOIS
           IF WS-MOIS-PHOTO NOT = WS-DATE-DU-JOUR (1:6)
              SET WS-PHOTO-TARDIVE  TO TRUE
              DISPLAY 'FOREX111 : photo tardive du mois '
                      WS-MOIS-PHOTO ' prise le ' WS-DATE-DU-JOUR
           END-IF

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Historique : OPEN I-O, le premier OPEN OUTPUT charge un
      *    cluster defini mais jamais charge (statut 35), meme
      *    idiome que FOREX055
           OPEN I-O FIC-HISTO-SOLDES
           IF WS-STATUS-HSOL = '35'
              OPEN OUTPUT FIC-HISTO-SOLDES
              CLOSE FIC-HISTO-SOLDES
              OPEN I-O FIC-HISTO-SOLDES
           END-IF
           MOVE WS-STATUS-HSOL      TO WS-FSTA-STATUT
           MOVE 'FIC-HSOL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           DISPLAY 'Photo des soldes du mois ' WS-MOIS-PHOTO
           .

       TRAITEMENT.
           READ FICHIER1 NEXT
            AT END
              SET WS-FIN-FIC1       TO TRUE
              EXIT PARAGRAPH
           END-READ
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-ARTICLES-LUS
           PERFORM ENREGISTRE-SOLDE
           .

      *    Solde de l'article au mois de la photo ; deja present
      *    (relance du mois), il est remplace
       ENREGISTRE-SOLDE.
           MOVE SPACES              TO HSOL-REC
           MOVE WS-MOIS-PHOTO       TO HSOL-MOIS
           MOVE FIC1-CH1            TO HSOL-CH1
           MOVE WS-DATE-DU-JOUR     TO HSOL-DATE-PHOTO
           IF FIC1-MONTANT NUMERIC
              MOVE FIC1-MONTANT     TO HSOL-MONTANT
           ELSE
              MOVE ZERO             TO HSOL-MONTANT
           END-IF
           MOVE FIC1-DEVISE         TO HSOL-DEVISE
           IF HSOL-DEVISE = SPACE
              MOVE 'EUR'            TO HSOL-DEVISE
           END-IF
           MOVE FIC1-STATUT         TO HSOL-STATUT
           IF HSOL-STATUT = SPACE
              SET HSOL-ACTIF        TO TRUE
           END-IF
           MOVE FIC1-CODE-CTP       TO HSOL-CODE-CTP
           MOVE FIC1-CODE-ENTITE    TO HSOL-CODE-ENTITE
           MOVE FIC1-CODE-PAYS      TO HSOL-CODE-PAYS

           WRITE HSOL-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1              TO WS-NB-AJOUTES
                 EXIT PARAGRAPH
           END-WRITE
           IF WS-STATUS-HSOL NOT = '22'
              ADD 1                 TO WS-NB-ERREURS
              DISPLAY 'Erreur WRITE ' HSOL-CLE ' statut '
                      WS-STATUS-HSOL
              EXIT PARAGRAPH
           END-IF
           REWRITE HSOL-REC
              INVALID KEY
                 ADD 1              TO WS-NB-ERREURS
                 DISPLAY 'Erreur REWRITE ' HSOL-CLE
              NOT INVALID KEY
                 ADD 1              TO WS-NB-REMPLACES
           END-REWRITE
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DISPLAY 'Photo des soldes de fin de mois terminee'
           MOVE WS-NB-ARTICLES-LUS  TO WS-NB-EDT
           DISPLAY 'ARTICLES LUS      = ' WS-NB-EDT
           MOVE WS-NB-AJOUTES       TO WS-NB-EDT
           DISPLAY 'SOLDES AJOUTES    = ' WS-NB-EDT
           MOVE WS-NB-REMPLACES     TO WS-NB-EDT
           DISPLAY 'SOLDES REMPLACES  = ' WS-NB-EDT

           IF WS-PHOTO-TARDIVE
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
      *    Erreurs d'ecriture de l'historique : a reprendre
           IF WS-NB-ERREURS > ZERO
              MOVE WS-NB-ERREURS    TO WS-NB-EDT
              DISPLAY 'ERREURS HISTO     = ' WS-NB-EDT
              IF WS-RC-RUN < 8
                 MOVE 8             TO WS-RC-RUN
              END-IF
           END-IF

           CLOSE FICHIER1
                 FIC-HISTO-SOLDES

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-HSOL'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-HSOL      TO WS-JSUM-FIC-STATUT
           COMPUTE WS-JSUM-FIC-ECRITS = WS-NB-AJOUTES
                                      + WS-NB-REMPLACES
           MOVE WS-NB-ERREURS       TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
