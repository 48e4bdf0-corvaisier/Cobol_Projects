       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX106.
      *==============================================================*
      * PROGRAMME de collecte quotidienne des exceptions dans la     *
      * file de travail unique FIC-FILE-EXCEPTIONS                   *
      *   - Les exceptions de la suite etaient dispersees et         *
      *     ouvertes une a une chaque matin : cette collecte charge  *
      *     toutes celles encore ouvertes dans un KSDS unique, avec  *
      *     source, reference, motif, montant, date de levee,        *
      *     responsable et statut                                    *
      *   - Sources lues :                                           *
      *       REJ  rejets FOREX009 en attente de recyclage           *
      *            (FIC1-REJETS, derniere generation FOREX017)       *
      *       ESCA rejets escalades par FOREX017 (FIC1-ESCALADE)     *
      *       XMLR documents XML rejetes par FOREX010                *
      *       CSVR lignes rejetees par l'import CSV FOREX032         *
      *       QUAR fichiers en quarantaine FOREX063                  *
      *       SUSP paiements en suspens FOREX057 (FIC-SUSPENS)       *
      *       FILT correspondances a revoir FOREX050                 *
      *       DBLN groupes de quasi-doublons FOREX024                *
      *   - Une exception deja en file (meme source et reference)    *
      *     est retrouvee, jamais recreee : sa date de levee, son    *
      *     responsable et sa note sont conserves. Une exception     *
      *     resolue a la source puis revenue est rouverte ; une      *
      *     exception close a la console le reste                    *
      *   - Une exception ouverte absente de sa source cette nuit    *
      *     est resolue a la source (statut R) - sauf si la source   *
      *     n'a pas pu etre lue                                      *
      *   - La balance agee FOREX108 et la console FOREX107          *
      *     travaillent ensuite sur la file                          *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-FILE-EXCEPTIONS : file de travail des exceptions
           COPY EXCQS.
      *    FIC1-REJETS : rejets encore en recyclage (re-rejets de
      *    la derniere passe FOREX017)
           COPY REJS.
      * Rejets escalades par FOREX017 pour traitement manuel
           SELECT FIC1-ESCALADE
                     ASSIGN to FIC1ESCA
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ESCA.
      * Documents XML rejetes par FOREX010
           SELECT FIC1-XML-REJETS
                     ASSIGN to FIC1XMLR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-XMLR.
      * Lignes rejetees par l'import CSV FOREX032
           SELECT FIC-CSV-REJETS
                     ASSIGN to FICCSVRJ
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CSVR.
      * Fichiers non reconnus par le controleur FOREX063
           SELECT FIC-QUARANTAINE
                     ASSIGN to FICQUAR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-QUAR.
      * Paiements non denoues de FOREX057
           SELECT FIC-SUSPENS
                     ASSIGN to FICSUSP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-SUSP.
      * Correspondances a la liste de surveillance (FOREX050)
           SELECT FIC-REVUE-FILTRAGE
                     ASSIGN to FICREVUE
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-REVUE.
      * Rapport des quasi-doublons de FOREX024
           SELECT FIC-RAPPORT-DOUBLONS
                     ASSIGN to FICRDBL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RDBL.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY EXCQ.

           COPY REJ.

      * Rejet escalade : meme dessin que FOREX017
       FD  FIC1-ESCALADE.
       01  ESCA-REC.
         10 ESCA-MOTIF         PIC X(20).
         10 ESCA-DONNEE        PIC X(80).
         10 ESCA-COMPTEUR      PIC 9(02).

      * Document rejete : meme dessin que FOREX010
       FD  FIC1-XML-REJETS.
       01  REJ-XML-REC.
         10 REJ-XML-SEQUENCE   PIC 9(09).
         10 FILLER             PIC X(01).
         10 REJ-XML-CODE       PIC S9(09).
         10 FILLER             PIC X(01).
         10 REJ-XML-MOTIF      PIC X(20).
         10 FILLER             PIC X(01).
         10 REJ-XML-DONNEE     PIC X(38).

      * Ligne CSV rejetee : meme dessin que FOREX032
       FD  FIC-CSV-REJETS.
       01  CSVREJ-REC.
         10 CSVREJ-MOTIF       PIC X(20).
         10 CSVREJ-DONNEE      PIC X(60).

      * Fichier en quarantaine : nom du fichier en 1-44
       FD  FIC-QUARANTAINE.
       01  QUAR-REC.
         10 QUAR-NOM           PIC X(44).
         10 FILLER             PIC X(36).

      * Suspens : meme dessin que FOREX057
       FD  FIC-SUSPENS.
       01  SUSP-REC.
         10 SUSP-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 SUSP-MONTANT       PIC 9(09)V99.
         10 FILLER             PIC X(01).
         10 SUSP-AGE           PIC 9(03).
         10 FILLER             PIC X(01).
         10 SUSP-DEVISE        PIC X(03).
         10 FILLER             PIC X(01).
         10 SUSP-DATE-VALEUR   PIC 9(08).
         10 FILLER             PIC X(35).

      * Correspondance a revoir : meme dessin que FOREX050
       FD  FIC-REVUE-FILTRAGE.
       01  REVUE-REC.
         10 REVUE-CLE          PIC X(10).
         10 FILLER             PIC X(01).
         10 REVUE-NOM          PIC X(20).
         10 FILLER             PIC X(01).
         10 REVUE-ENTREE-LISTE PIC X(45).
         10 FILLER             PIC X(03).

      * Rapport FOREX024 : ligne 'GROUPE : ' + forme normalisee,
      * puis une ligne par cle membre du groupe
       FD  FIC-RAPPORT-DOUBLONS.
       01  RDBL-REC.
         10 RDBL-ENTETE        PIC X(09).
             88 RDBL-GROUPE              VALUE 'GROUPE : '.
         10 RDBL-NOM-NORM      PIC X(45).
         10 FILLER             PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1REJ    PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-ESCA       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-XMLR       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CSVR       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-QUAR       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-SUSP       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-REVUE      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RDBL       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-SOURCE  PIC 9      VALUE ZERO.
               88 WS-FIN-SOURCE                VALUE 1.
           02  WS-INDIC-FIN-EXCQ    PIC 9      VALUE ZERO.
               88 WS-FIN-EXCQ                  VALUE 1.
           02  WS-INDIC-EXCQ-TROUVE PIC 9      VALUE ZERO.
               88 WS-EXCQ-TROUVEE              VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-LUES           PIC S9(9)  VALUE ZERO.
           02  WS-NB-NOUVELLES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-RETROUVEES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-ROUVERTES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-RESOLUES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-OUVERTES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-ERREURS        PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-AGE-EDT           PIC ZZ9.
           02  WS-CPT-EDT           PIC Z9.

      *    Sources de la collecte : une source absente ne resout
      *    aucune de ses exceptions
       01  WS-TAB-SOURCES.
           02  WS-SRC-ENTREE OCCURS 8.
               03  WS-SRC-CODE      PIC X(04).
               03  WS-SRC-INDIC-LUE PIC 9.
                   88 WS-SRC-LUE               VALUE 1.
               03  WS-SRC-NB        PIC S9(9) COMP SYNC.
       01  WS-IDX-SRC               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Exception en cours de collecte
       01  WS-EXCEPTION.
           02  WS-EXC-SOURCE        PIC X(04)  VALUE SPACE.
           02  WS-EXC-REFERENCE     PIC X(40)  VALUE SPACE.
           02  WS-EXC-MOTIF         PIC X(30)  VALUE SPACE.
           02  WS-EXC-MONTANT       PIC 9(09)V99 VALUE ZERO.
           02  WS-EXC-DEVISE        PIC X(03)  VALUE SPACE.

      *    Article refuse, vu a travers le dessin de FICHIER1
           COPY FIC1REC REPLACING LEADING ==FIC1== BY ==FREJ==.

      *    Groupe de quasi-doublons en cours de lecture
       01  WS-GRP-NOM-NORM          PIC X(45)  VALUE SPACE.
       01  WS-GRP-NB-CLES           PIC S9(4) COMP SYNC VALUE ZERO.

       01  WS-DATE-DU-JOUR          PIC 9(08)  VALUE ZERO.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Statut de la file des exceptions
           COPY EXCQW.
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
           PERFORM INIT                  *> Ouverture de la file
           PERFORM COLLECTE-REJETS       *> REJ
           PERFORM COLLECTE-ESCALADES    *> ESCA
           PERFORM COLLECTE-XML-REJETS   *> XMLR
           PERFORM COLLECTE-CSV-REJETS   *> CSVR
           PERFORM COLLECTE-QUARANTAINE  *> QUAR
           PERFORM COLLECTE-SUSPENS      *> SUSP
           PERFORM COLLECTE-REVUE        *> FILT
           PERFORM COLLECTE-DOUBLONS     *> DBLN
           PERFORM RESOUT-ABSENTES       *> Absentes des sources
           PERFORM FIN                   *> Totaux, fermetures
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX106'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DATE-DU-JOUR

           MOVE 'REJ '              TO WS-SRC-CODE (1)
           MOVE 'ESCA'              TO WS-SRC-CODE (2)
           MOVE 'XMLR'              TO WS-SRC-CODE (3)
           MOVE 'CSVR'              TO WS-SRC-CODE (4)
           MOVE 'QUAR'              TO WS-SRC-CODE (5)
           MOVE 'SUSP'              TO WS-SRC-CODE (6)
           MOVE 'FILT'              TO WS-SRC-CODE (7)
           MOVE 'DBLN'              TO WS-SRC-CODE (8)
           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                   UNTIL   WS-IDX-SRC > 8
              MOVE ZERO             TO WS-SRC-INDIC-LUE (WS-IDX-SRC)
                                       WS-SRC-NB (WS-IDX-SRC)
           END-PERFORM

      *    File : OPEN I-O, le premier OPEN OUTPUT charge un
      *    cluster defini mais jamais charge (statut 35), meme
      *    idiome que FOREX055
           OPEN I-O FIC-FILE-EXCEPTIONS
           IF WS-STATUS-EXCQ = '35'
              OPEN OUTPUT FIC-FILE-EXCEPTIONS
              CLOSE FIC-FILE-EXCEPTIONS
              OPEN I-O FIC-FILE-EXCEPTIONS
           END-IF
           MOVE WS-STATUS-EXCQ      TO WS-FSTA-STATUT
           MOVE 'FIC-EXCQ'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           DISPLAY 'Collecte des exceptions du ' WS-DATE-DU-JOUR
           .

      *==============================================================*
      * SOURCES : une exception par enregistrement, passee a         *
      * ENREGISTRE-EXCEPTION                                         *
      *==============================================================*
      *    Rejet en recyclage : cle de l'article (les 40 premiers
      *    octets quand la cle est a blanc)
       COLLECTE-REJETS.
           MOVE 1                   TO WS-IDX-SRC
           OPEN INPUT FIC1-REJETS
           IF WS-STATUS-FIC1REJ NOT = '00'
              DISPLAY 'FIC1-REJETS absent, source REJ non collectee'
              EXIT PARAGRAPH
           END-IF
           SET WS-SRC-LUE (WS-IDX-SRC) TO TRUE
           MOVE ZERO                TO WS-INDIC-FIN-SOURCE
           PERFORM UNTIL WS-FIN-SOURCE
              READ FIC1-REJETS
               AT END
                 SET WS-FIN-SOURCE  TO TRUE
               NOT AT END
                 MOVE FIC1-REJ-DONNEE TO FREJ-REC
                 MOVE 'REJ '        TO WS-EXC-SOURCE
                 MOVE SPACES        TO WS-EXC-MOTIF
                 MOVE FIC1-REJ-COMPTEUR TO WS-CPT-EDT
                 STRING FIC1-REJ-MOTIF ' RECYCL.' WS-CPT-EDT
                        DELIMITED BY SIZE INTO WS-EXC-MOTIF
                 PERFORM PREPARE-ARTICLE-REJETE
                 PERFORM ENREGISTRE-EXCEPTION
              END-READ
           END-PERFORM
           CLOSE FIC1-REJETS
           .

       COLLECTE-ESCALADES.
           MOVE 2                   TO WS-IDX-SRC
           OPEN INPUT FIC1-ESCALADE
           IF WS-STATUS-ESCA NOT = '00'
              DISPLAY 'FIC1-ESCALADE absent, source ESCA non '
                      'collectee'
              EXIT PARAGRAPH
           END-IF
           SET WS-SRC-LUE (WS-IDX-SRC) TO TRUE
           MOVE ZERO                TO WS-INDIC-FIN-SOURCE
           PERFORM UNTIL WS-FIN-SOURCE
              READ FIC1-ESCALADE
               AT END
                 SET WS-FIN-SOURCE  TO TRUE
               NOT AT END
                 MOVE ESCA-DONNEE   TO FREJ-REC
                 MOVE 'ESCA'        TO WS-EXC-SOURCE
                 MOVE SPACES        TO WS-EXC-MOTIF
                 MOVE ESCA-COMPTEUR TO WS-CPT-EDT
                 STRING ESCA-MOTIF ' RECYCL.' WS-CPT-EDT
                        DELIMITED BY SIZE INTO WS-EXC-MOTIF
                 PERFORM PREPARE-ARTICLE-REJETE
                 PERFORM ENREGISTRE-EXCEPTION
              END-READ
           END-PERFORM
           CLOSE FIC1-ESCALADE
           .

      *    Reference, montant et devise d'un article refuse - le
      *    montant d'un article refuse n'est pas toujours numerique
       PREPARE-ARTICLE-REJETE.
           IF FREJ-CH1 = SPACE
              MOVE FREJ-REC (1:40)  TO WS-EXC-REFERENCE
           ELSE
              MOVE FREJ-CH1         TO WS-EXC-REFERENCE
           END-IF
           MOVE ZERO                TO WS-EXC-MONTANT
           IF FREJ-MONTANT NUMERIC
              MOVE FREJ-MONTANT     TO WS-EXC-MONTANT
           END-IF
           MOVE FREJ-DEVISE         TO WS-EXC-DEVISE
           IF WS-EXC-DEVISE = SPACE
              MOVE 'EUR'            TO WS-EXC-DEVISE
           END-IF
           .

       COLLECTE-XML-REJETS.
           MOVE 3                   TO WS-IDX-SRC
           OPEN INPUT FIC1-XML-REJETS
           IF WS-STATUS-XMLR NOT = '00'
              DISPLAY 'FIC1-XML-REJETS absent, source XMLR non '
                      'collectee'
              EXIT PARAGRAPH
           END-IF
           SET WS-SRC-LUE (WS-IDX-SRC) TO TRUE
           MOVE ZERO                TO WS-INDIC-FIN-SOURCE
           PERFORM UNTIL WS-FIN-SOURCE
              READ FIC1-XML-REJETS
               AT END
                 SET WS-FIN-SOURCE  TO TRUE
               NOT AT END
                 MOVE 'XMLR'        TO WS-EXC-SOURCE
                 MOVE REJ-XML-DONNEE TO WS-EXC-REFERENCE
                 MOVE REJ-XML-MOTIF TO WS-EXC-MOTIF
                 MOVE ZERO          TO WS-EXC-MONTANT
                 MOVE SPACE         TO WS-EXC-DEVISE
                 PERFORM ENREGISTRE-EXCEPTION
              END-READ
           END-PERFORM
           CLOSE FIC1-XML-REJETS
           .

       COLLECTE-CSV-REJETS.
           MOVE 4                   TO WS-IDX-SRC
           OPEN INPUT FIC-CSV-REJETS
           IF WS-STATUS-CSVR NOT = '00'
              DISPLAY 'FIC-CSV-REJETS absent, source CSVR non '
                      'collectee'
              EXIT PARAGRAPH
           END-IF
           SET WS-SRC-LUE (WS-IDX-SRC) TO TRUE
           MOVE ZERO                TO WS-INDIC-FIN-SOURCE
           PERFORM UNTIL WS-FIN-SOURCE
              READ FIC-CSV-REJETS
               AT END
                 SET WS-FIN-SOURCE  TO TRUE
               NOT AT END
                 MOVE 'CSVR'        TO WS-EXC-SOURCE
                 MOVE CSVREJ-DONNEE (1:40) TO WS-EXC-REFERENCE
                 MOVE CSVREJ-MOTIF  TO WS-EXC-MOTIF
                 MOVE ZERO          TO WS-EXC-MONTANT
                 MOVE SPACE         TO WS-EXC-DEVISE
                 PERFORM ENREGISTRE-EXCEPTION
              END-READ
           END-PERFORM
           CLOSE FIC-CSV-REJETS
           .

       COLLECTE-QUARANTAINE.
           MOVE 5                   TO WS-IDX-SRC
           OPEN INPUT FIC-QUARANTAINE
           IF WS-STATUS-QUAR NOT = '00'
              DISPLAY 'FIC-QUARANTAINE absent, source QUAR non '
                      'collectee'
              EXIT PARAGRAPH
           END-IF
           SET WS-SRC-LUE (WS-IDX-SRC) TO TRUE
           MOVE ZERO                TO WS-INDIC-FIN-SOURCE
           PERFORM UNTIL WS-FIN-SOURCE
              READ FIC-QUARANTAINE
               AT END
                 SET WS-FIN-SOURCE  TO TRUE
               NOT AT END
                 MOVE 'QUAR'        TO WS-EXC-SOURCE
                 MOVE QUAR-NOM      TO WS-EXC-REFERENCE
                 MOVE 'FICHIER NON RECONNU AU MANIF.'
                                    TO WS-EXC-MOTIF
                 MOVE ZERO          TO WS-EXC-MONTANT
                 MOVE SPACE         TO WS-EXC-DEVISE
                 PERFORM ENREGISTRE-EXCEPTION
              END-READ
           END-PERFORM
           CLOSE FIC-QUARANTAINE
           .

       COLLECTE-SUSPENS.
           MOVE 6                   TO WS-IDX-SRC
           OPEN INPUT FIC-SUSPENS
           IF WS-STATUS-SUSP NOT = '00'
              DISPLAY 'FIC-SUSPENS absent, source SUSP non collectee'
              EXIT PARAGRAPH
           END-IF
           SET WS-SRC-LUE (WS-IDX-SRC) TO TRUE
           MOVE ZERO                TO WS-INDIC-FIN-SOURCE
           PERFORM UNTIL WS-FIN-SOURCE
              READ FIC-SUSPENS
               AT END
                 SET WS-FIN-SOURCE  TO TRUE
               NOT AT END
                 MOVE 'SUSP'        TO WS-EXC-SOURCE
                 MOVE SUSP-REF      TO WS-EXC-REFERENCE
                 MOVE SUSP-AGE      TO WS-AGE-EDT
                 MOVE SPACES        TO WS-EXC-MOTIF
                 STRING 'PAIEMENT EN SUSPENS ' WS-AGE-EDT ' RECOND.'
                        DELIMITED BY SIZE INTO WS-EXC-MOTIF
                 MOVE ZERO          TO WS-EXC-MONTANT
                 IF SUSP-MONTANT NUMERIC
                    MOVE SUSP-MONTANT TO WS-EXC-MONTANT
                 END-IF
                 MOVE SUSP-DEVISE   TO WS-EXC-DEVISE
                 PERFORM ENREGISTRE-EXCEPTION
              END-READ
           END-PERFORM
           CLOSE FIC-SUSPENS
           .

      *    Correspondance a revoir : une exception par article ; la
      *    levee accordee par la revue la fait sortir de la source
       COLLECTE-REVUE.
           MOVE 7                   TO WS-IDX-SRC
           OPEN INPUT FIC-REVUE-FILTRAGE
           IF WS-STATUS-REVUE NOT = '00'
              DISPLAY 'FIC-REVUE-FILTRAGE absent, source FILT non '
                      'collectee'
              EXIT PARAGRAPH
           END-IF
           SET WS-SRC-LUE (WS-IDX-SRC) TO TRUE
           MOVE ZERO                TO WS-INDIC-FIN-SOURCE
           PERFORM UNTIL WS-FIN-SOURCE
              READ FIC-REVUE-FILTRAGE
               AT END
                 SET WS-FIN-SOURCE  TO TRUE
               NOT AT END
                 MOVE 'FILT'        TO WS-EXC-SOURCE
                 MOVE REVUE-CLE     TO WS-EXC-REFERENCE
                 MOVE SPACES        TO WS-EXC-MOTIF
                 STRING 'LISTE : ' REVUE-ENTREE-LISTE
                        DELIMITED BY SIZE INTO WS-EXC-MOTIF
                 MOVE ZERO          TO WS-EXC-MONTANT
                 MOVE SPACE         TO WS-EXC-DEVISE
                 PERFORM ENREGISTRE-EXCEPTION
              END-READ
           END-PERFORM
           CLOSE FIC-REVUE-FILTRAGE
           .

      *    Quasi-doublons : une exception par groupe (forme
      *    normalisee), avec le nombre de cles du groupe - le
      *    groupe est enregistre a la lecture du groupe suivant
       COLLECTE-DOUBLONS.
           MOVE 8                   TO WS-IDX-SRC
           OPEN INPUT FIC-RAPPORT-DOUBLONS
           IF WS-STATUS-RDBL NOT = '00'
              DISPLAY 'FIC-RAPPORT-DOUBLONS absent, source DBLN non '
                      'collectee'
              EXIT PARAGRAPH
           END-IF
           SET WS-SRC-LUE (WS-IDX-SRC) TO TRUE
           MOVE ZERO                TO WS-INDIC-FIN-SOURCE
           MOVE SPACE               TO WS-GRP-NOM-NORM
           PERFORM UNTIL WS-FIN-SOURCE
              READ FIC-RAPPORT-DOUBLONS
               AT END
                 SET WS-FIN-SOURCE  TO TRUE
               NOT AT END
                 IF RDBL-GROUPE
                    PERFORM ENREGISTRE-GROUPE-DOUBLONS
                    MOVE RDBL-NOM-NORM TO WS-GRP-NOM-NORM
                    MOVE ZERO       TO WS-GRP-NB-CLES
                 ELSE
                    IF RDBL-REC NOT = SPACE
                       ADD 1        TO WS-GRP-NB-CLES
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           PERFORM ENREGISTRE-GROUPE-DOUBLONS
           CLOSE FIC-RAPPORT-DOUBLONS
           .

       ENREGISTRE-GROUPE-DOUBLONS.
           IF WS-GRP-NOM-NORM = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE 'DBLN'              TO WS-EXC-SOURCE
           MOVE WS-GRP-NOM-NORM     TO WS-EXC-REFERENCE
           MOVE WS-GRP-NB-CLES      TO WS-CPT-EDT
           MOVE SPACES              TO WS-EXC-MOTIF
           STRING 'QUASI-DOUBLON ' WS-CPT-EDT ' CLES'
                  DELIMITED BY SIZE INTO WS-EXC-MOTIF
           MOVE ZERO                TO WS-EXC-MONTANT
           MOVE SPACE               TO WS-EXC-DEVISE
           PERFORM ENREGISTRE-EXCEPTION
           MOVE SPACE               TO WS-GRP-NOM-NORM
           .

      *==============================================================*
      * FILE : creation ou mise a jour de l'exception                *
      *==============================================================*
      *    Meme source et meme reference : la meme exception. Sa
      *    date de levee, son responsable et sa note sont gardes ;
      *    motif et montant suivent la source
       ENREGISTRE-EXCEPTION.
           ADD 1                    TO WS-NB-LUES
           ADD 1                    TO WS-SRC-NB (WS-IDX-SRC)
           MOVE WS-EXC-SOURCE       TO EXCQ-SOURCE
           MOVE WS-EXC-REFERENCE    TO EXCQ-REFERENCE
           READ FIC-FILE-EXCEPTIONS
              INVALID KEY
                 MOVE ZERO          TO WS-INDIC-EXCQ-TROUVE
              NOT INVALID KEY
                 SET WS-EXCQ-TROUVEE TO TRUE
           END-READ

           IF NOT WS-EXCQ-TROUVEE
              MOVE SPACES           TO EXCQ-REC
              MOVE WS-EXC-SOURCE    TO EXCQ-SOURCE
              MOVE WS-EXC-REFERENCE TO EXCQ-REFERENCE
              MOVE WS-EXC-MOTIF     TO EXCQ-MOTIF
              MOVE WS-EXC-MONTANT   TO EXCQ-MONTANT
              MOVE WS-EXC-DEVISE    TO EXCQ-DEVISE
              MOVE WS-DATE-DU-JOUR  TO EXCQ-DATE-LEVEE
                                       EXCQ-DATE-VUE
                                       EXCQ-DATE-STATUT
                                       EXCQ-DATE-MAJ
              SET EXCQ-OUVERTE      TO TRUE
              MOVE 'FOREX106'       TO EXCQ-OPER-MAJ
              WRITE EXCQ-REC
                 INVALID KEY
                    ADD 1           TO WS-NB-ERREURS
                    DISPLAY 'Erreur WRITE ' EXCQ-CLE
                 NOT INVALID KEY
                    ADD 1           TO WS-NB-NOUVELLES
              END-WRITE
              EXIT PARAGRAPH
           END-IF

           IF EXCQ-DATE-VUE NOT = WS-DATE-DU-JOUR
              ADD 1                 TO WS-NB-RETROUVEES
           END-IF
           MOVE WS-EXC-MOTIF        TO EXCQ-MOTIF
           MOVE WS-EXC-MONTANT      TO EXCQ-MONTANT
           MOVE WS-EXC-DEVISE       TO EXCQ-DEVISE
           MOVE WS-DATE-DU-JOUR     TO EXCQ-DATE-VUE
      *    Resolue a la source puis revenue : rouverte, meme
      *    responsable
           IF EXCQ-RESOLUE
              SET EXCQ-OUVERTE      TO TRUE
              MOVE WS-DATE-DU-JOUR  TO EXCQ-DATE-STATUT
                                       EXCQ-DATE-MAJ
              MOVE 'FOREX106'       TO EXCQ-OPER-MAJ
              ADD 1                 TO WS-NB-ROUVERTES
           END-IF
           REWRITE EXCQ-REC
              INVALID KEY
                 ADD 1              TO WS-NB-ERREURS
                 DISPLAY 'Erreur REWRITE ' EXCQ-CLE
           END-REWRITE
           .

      *    Exception ouverte que sa source, lue cette nuit, ne
      *    porte plus : resolue a la source
       RESOUT-ABSENTES.
           MOVE LOW-VALUE           TO EXCQ-CLE
           START FIC-FILE-EXCEPTIONS KEY IS NOT LESS THAN EXCQ-CLE
              INVALID KEY
                 SET WS-FIN-EXCQ    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-EXCQ
              READ FIC-FILE-EXCEPTIONS NEXT RECORD
                 AT END
                    SET WS-FIN-EXCQ TO TRUE
                 NOT AT END
                    IF EXCQ-OUVERTE
                       PERFORM EXAMINE-ABSENTE
                    END-IF
              END-READ
           END-PERFORM
           .

       EXAMINE-ABSENTE.
           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                   UNTIL   WS-IDX-SRC > 8
                      OR   WS-SRC-CODE (WS-IDX-SRC) = EXCQ-SOURCE
              CONTINUE
           END-PERFORM
           IF EXCQ-DATE-VUE = WS-DATE-DU-JOUR
              OR WS-IDX-SRC > 8
              OR NOT WS-SRC-LUE (WS-IDX-SRC)
              ADD 1                 TO WS-NB-OUVERTES
              EXIT PARAGRAPH
           END-IF
           SET EXCQ-RESOLUE         TO TRUE
           MOVE WS-DATE-DU-JOUR     TO EXCQ-DATE-STATUT
                                       EXCQ-DATE-MAJ
           MOVE 'FOREX106'          TO EXCQ-OPER-MAJ
           REWRITE EXCQ-REC
              INVALID KEY
                 ADD 1              TO WS-NB-ERREURS
                 DISPLAY 'Erreur REWRITE ' EXCQ-CLE
              NOT INVALID KEY
                 ADD 1              TO WS-NB-RESOLUES
           END-REWRITE
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DISPLAY 'Collecte des exceptions terminee'
           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                   UNTIL   WS-IDX-SRC > 8
              MOVE WS-SRC-NB (WS-IDX-SRC) TO WS-NB-EDT
              IF WS-SRC-LUE (WS-IDX-SRC)
                 DISPLAY 'SOURCE ' WS-SRC-CODE (WS-IDX-SRC)
                         '       = ' WS-NB-EDT
              ELSE
                 DISPLAY 'SOURCE ' WS-SRC-CODE (WS-IDX-SRC)
                         '       = NON LUE'
              END-IF
           END-PERFORM
           MOVE WS-NB-NOUVELLES     TO WS-NB-EDT
           DISPLAY 'NOUVELLES         = ' WS-NB-EDT
           MOVE WS-NB-RETROUVEES    TO WS-NB-EDT
           DISPLAY 'RETROUVEES        = ' WS-NB-EDT
           MOVE WS-NB-ROUVERTES     TO WS-NB-EDT
           DISPLAY 'ROUVERTES         = ' WS-NB-EDT
           MOVE WS-NB-RESOLUES      TO WS-NB-EDT
           DISPLAY 'RESOLUES A SOURCE = ' WS-NB-EDT
           MOVE WS-NB-OUVERTES      TO WS-NB-EDT
           DISPLAY 'OUVERTES EN FILE  = ' WS-NB-EDT

      *    Erreurs d'ecriture de la file : a reprendre
           IF WS-NB-ERREURS > ZERO
              MOVE WS-NB-ERREURS    TO WS-NB-EDT
              DISPLAY 'ERREURS FILE      = ' WS-NB-EDT
              IF WS-RC-RUN < 8
                 MOVE 8             TO WS-RC-RUN
              END-IF
           END-IF

           CLOSE FIC-FILE-EXCEPTIONS

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-EXCQ'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-EXCQ      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LUES          TO WS-JSUM-FIC-LUS
           COMPUTE WS-JSUM-FIC-ECRITS = WS-NB-NOUVELLES
                                      + WS-NB-RETROUVEES
                                      + WS-NB-RESOLUES
           MOVE WS-NB-ERREURS       TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
