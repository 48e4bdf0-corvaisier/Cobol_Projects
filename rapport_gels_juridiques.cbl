       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX113.
      *==============================================================*
      * PROGRAMME d'edition de la situation des gels juridiques      *
      *   - Le registre FIC-GELS-JURIDIQUES (copybooks GELJ*) est    *
      *     tenu par le service juridique : une ligne par gel (cle   *
      *     d'article A, code contrepartie C ou plage de dates D),   *
      *     avec son dossier et sa date de levee                     *
      *   - Pour chaque dossier, et dans le dossier pour chaque      *
      *     gel, le rapport FIC-RAPPORT-GELS dit ce que le gel       *
      *     protege aujourd'hui :                                    *
      *       A : l'article, vif (FICHIER1) ou archive (FIC1ARCH),   *
      *           avec statut, montant et devise - ou absent         *
      *       C : le nom au referentiel FIC-CONTREPARTIES, le        *
      *           nombre et le montant nominal de ses articles vifs  *
      *           et archives                                        *
      *       D : les articles vifs et archives dont la date d'effet *
      *           tombe dans la plage, les lignes de FIC-RUNLOG et   *
      *           de FIC-ERR-LOG datees dans la plage                *
      *   - Un gel leve reste edite (marque LEVE) tant que sa ligne  *
      *     est au registre                                          *
      *   - Lecture seule : aucun fichier n'est modifie. RC 4 :      *
      *     ligne de registre rejetee ou fichier facultatif absent   *
      *     (archive, referentiel, journaux)                         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * FIC-GELS-JURIDIQUES : registre des gels (obligatoire)
           COPY GELJS.
      * FICHIER1 en balayage sequentiel
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is SEQUENTIAL
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Cluster d'archive des articles clos de FOREX047 (facultatif)
           SELECT FIC1-ARCHIVE
                     ASSIGN to FIC1ARCH
                     ORGANIZATION is INDEXED
                     ACCESS MODE is SEQUENTIAL
                     RECORD KEY is ARCH-CH1
                     FILE STATUS is WS-STATUS-ARCH.
      * Referentiel des contreparties (FOREX055), pour les noms
      *   (facultatif)
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Journal de run et journal des erreurs (facultatifs)
           SELECT FIC-RUNLOG
                     ASSIGN to RUNLOG
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RLOG.
           SELECT FIC-ERR-LOG
                     ASSIGN to FICERRLG
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ERRLG.
      * Situation des gels par dossier
           SELECT FIC-RAPPORT-GELS
                     ASSIGN to FICRGEL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RGEL.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY GELJ.

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

       FD  FIC1-ARCHIVE.
           COPY FIC1REC REPLACING LEADING ==FIC1== BY ==ARCH==.

      * Contrepartie : meme dessin que FOREX055
       FD  FIC-CONTREPARTIES.
       01  CTP-REC.
         10 CTP-CODE           PIC X(06).
         10 CTP-NOM            PIC X(30).
         10 CTP-PAYS           PIC X(03).
         10 CTP-CONTACT        PIC X(20).
         10 CTP-STATUT         PIC X(01).
         10 CTP-ENTITE-GROUPE  PIC X(02).
         10 FILLER             PIC X(18).

      * Journaux : la date se lit aux memes positions que la purge
      * FOREX033 (RUNLOG en 16-25, ERRLOG en 1-10)
       FD  FIC-RUNLOG.
       01  RLOG-REC            PIC X(80).
       FD  FIC-ERR-LOG.
       01  ERRLG-REC           PIC X(80).

       FD  FIC-RAPPORT-GELS.
       01  RGEL-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-ARCH       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RLOG       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-ERRLG      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RGEL       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN         PIC 9      VALUE ZERO.
               88 WS-FIN                       VALUE 1.
           02  WS-INDIC-CTP-OUVERT  PIC 9      VALUE ZERO.
               88 WS-CTP-OUVERT                VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-FIC1-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARCH-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-RUNLOG-LUS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-ERRLOG-LUS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-DOSSIERS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-ABSENTS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RAPPORT PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *    Ce que chaque gel protege, au meme rang que le gel dans
      *    la table WS-GELJ-TABLE : article trouve (A), articles
      *    vifs et archives (C, D), lignes de journaux (D)
       01  WS-SITUATION.
           02  WS-SIT-POSTE         OCCURS 200.
               05 WS-SIT-OU             PIC X(01).
                  88 WS-SIT-VIF                  VALUE 'V'.
                  88 WS-SIT-ARCHIVE              VALUE 'A'.
               05 WS-SIT-STATUT         PIC X(01).
               05 WS-SIT-MONTANT        PIC 9(09)V99.
               05 WS-SIT-DEVISE         PIC X(03).
               05 WS-SIT-NB-VIFS        PIC S9(9)  COMP.
               05 WS-SIT-MT-VIFS        PIC S9(13)V99 COMP-3.
               05 WS-SIT-NB-ARCH        PIC S9(9)  COMP.
               05 WS-SIT-MT-ARCH        PIC S9(13)V99 COMP-3.
               05 WS-SIT-NB-RUNLOG      PIC S9(9)  COMP.
               05 WS-SIT-NB-ERRLOG      PIC S9(9)  COMP.
               05 WS-SIT-EDITE          PIC X(01).
                  88 WS-SIT-DEJA-EDITE           VALUE 'O'.
       01  WS-IDX-DOSSIER           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-DOSSIER-COURANT       PIC X(12)  VALUE SPACE.

      *    Article examine, vif ou archive
           COPY FIC1REC REPLACING LEADING ==FIC1== BY ==WS-ART==.
       01  WS-ORIGINE-ARTICLE       PIC X(01)  VALUE SPACE.
           88 WS-ARTICLE-VIF                   VALUE 'V'.
           88 WS-ARTICLE-ARCHIVE               VALUE 'A'.

      *    Date extraite d'une ligne de journal
       01  WS-DATE-ENREG            PIC 9(08)  VALUE ZERO.
       01  WS-DATE-ENREG-X.
           02  WS-DEX-ANNEE         PIC X(04).
           02  WS-DEX-MOIS          PIC X(02).
           02  WS-DEX-JOUR          PIC X(02).
       01  WS-JOURNAL-COURANT       PIC X(01)  VALUE SPACE.
           88 WS-JOURNAL-RUNLOG                VALUE 'R'.
           88 WS-JOURNAL-ERRLOG                VALUE 'E'.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.
       01  WS-ETAT-EDT              PIC X(05)  VALUE SPACE.

      *    Date systeme du jour
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  FILLER               PIC X(13).

      *    Registre des gels juridiques
           COPY GELJW.
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
           PERFORM INIT              *> Init, registre des gels
           PERFORM BALAYE-FICHIER1   *> Articles vifs
           PERFORM BALAYE-ARCHIVE    *> Articles archives
           PERFORM BALAYE-JOURNAUX   *> RUNLOG et ERRLOG
           PERFORM EDITE-RAPPORT     *> Situation par dossier
           PERFORM FIN               *> Fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS
           INITIALIZE  WS-SITUATION

      *    Resume de fin de job standardise
           MOVE 'FOREX113'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           MOVE 'FOREX113'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES
           IF WS-GELJ-NB-REJETES > ZERO
              AND WS-RC-RUN < 4
              MOVE 4                TO WS-RC-RUN
           END-IF

           OPEN INPUT FIC-CONTREPARTIES
           IF WS-STATUS-CTP = '00'
              SET WS-CTP-OUVERT     TO TRUE
           ELSE
              DISPLAY 'FIC-CONTREPARTIES absent, contreparties '
                      'editees sans nom'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF

           OPEN OUTPUT FIC-RAPPORT-GELS
           MOVE WS-STATUS-RGEL      TO WS-FSTA-STATUT
           MOVE 'FIC-RGEL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    Articles vifs : chaque article est confronte a tous les
      *    gels du registre, leves compris
       BALAYE-FICHIER1.
           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE ZERO                TO WS-INDIC-FIN
           SET WS-ARTICLE-VIF       TO TRUE
           PERFORM UNTIL WS-FIN
              READ FICHIER1 NEXT
               AT END
                 SET WS-FIN         TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-FIC1-LUS
                 MOVE FIC1-REC      TO WS-ART-REC
                 PERFORM RAPPROCHE-ARTICLE
              END-READ
           END-PERFORM
           CLOSE FICHIER1
           .

      *    Articles archives par FOREX047 : un cluster encore
      *    jamais charge (statut 35) ne contient rien
       BALAYE-ARCHIVE.
           OPEN INPUT FIC1-ARCHIVE
           IF WS-STATUS-ARCH NOT = '00'
              DISPLAY 'FIC1-ARCHIVE inaccessible (statut '
                      WS-STATUS-ARCH '), archive non examinee'
              IF WS-STATUS-ARCH NOT = '35'
                 AND WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-INDIC-FIN
           SET WS-ARTICLE-ARCHIVE   TO TRUE
           PERFORM UNTIL WS-FIN
              READ FIC1-ARCHIVE NEXT
               AT END
                 SET WS-FIN         TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-ARCH-LUS
                 MOVE ARCH-REC      TO WS-ART-REC
                 PERFORM RAPPROCHE-ARTICLE
              END-READ
           END-PERFORM
           CLOSE FIC1-ARCHIVE
           .

      *    Article courant (WS-ART-REC) face a chaque gel : cle
      *    (A), contrepartie (C), date d'effet dans la plage (D)
       RAPPROCHE-ARTICLE.
           PERFORM VARYING WS-GELJ-IDX FROM 1 BY 1
                   UNTIL WS-GELJ-IDX > WS-GELJ-NB
              EVALUATE WS-GELJ-T-TYPE (WS-GELJ-IDX)
                 WHEN 'A'
                    IF WS-ART-CH1 = WS-GELJ-T-VALEUR (WS-GELJ-IDX)
                       MOVE WS-ORIGINE-ARTICLE
                                    TO WS-SIT-OU (WS-GELJ-IDX)
                       MOVE WS-ART-STATUT
                                    TO WS-SIT-STATUT (WS-GELJ-IDX)
                       MOVE WS-ART-MONTANT
                                    TO WS-SIT-MONTANT (WS-GELJ-IDX)
                       MOVE WS-ART-DEVISE
                                    TO WS-SIT-DEVISE (WS-GELJ-IDX)
                    END-IF
                 WHEN 'C'
                    IF WS-ART-CODE-CTP NOT = SPACE
                       AND WS-ART-CODE-CTP =
                           WS-GELJ-T-VALEUR (WS-GELJ-IDX) (1:6)
                       PERFORM CUMULE-ARTICLE
                    END-IF
                 WHEN 'D'
                    IF WS-ART-DATE-EFFET NUMERIC
                       AND WS-ART-DATE-EFFET >=
                           WS-GELJ-T-DEBUT (WS-GELJ-IDX)
                       AND WS-ART-DATE-EFFET <=
                           WS-GELJ-T-FIN (WS-GELJ-IDX)
                       PERFORM CUMULE-ARTICLE
                    END-IF
              END-EVALUATE
           END-PERFORM
           .

      *    Montant nominal, dans la devise de chaque article
       CUMULE-ARTICLE.
           IF WS-ARTICLE-VIF
              ADD 1                 TO WS-SIT-NB-VIFS (WS-GELJ-IDX)
              ADD WS-ART-MONTANT    TO WS-SIT-MT-VIFS (WS-GELJ-IDX)
           ELSE
              ADD 1                 TO WS-SIT-NB-ARCH (WS-GELJ-IDX)
              ADD WS-ART-MONTANT    TO WS-SIT-MT-ARCH (WS-GELJ-IDX)
           END-IF
           .

      *    Lignes de journaux datees dans une plage gelee (D)
       BALAYE-JOURNAUX.
           OPEN INPUT FIC-RUNLOG
           IF WS-STATUS-RLOG NOT = '00'
              DISPLAY 'FIC-RUNLOG absent, journal de run non '
                      'examine'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           ELSE
              MOVE ZERO             TO WS-INDIC-FIN
              SET WS-JOURNAL-RUNLOG TO TRUE
              PERFORM UNTIL WS-FIN
                 READ FIC-RUNLOG
                  AT END
                    SET WS-FIN      TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-RUNLOG-LUS
                    MOVE RLOG-REC (16:4) TO WS-DEX-ANNEE
                    MOVE RLOG-REC (21:2) TO WS-DEX-MOIS
                    MOVE RLOG-REC (24:2) TO WS-DEX-JOUR
                    PERFORM RAPPROCHE-LIGNE-JOURNAL
                 END-READ
              END-PERFORM
              CLOSE FIC-RUNLOG
           END-IF

           OPEN INPUT FIC-ERR-LOG
           IF WS-STATUS-ERRLG NOT = '00'
              DISPLAY 'FIC-ERR-LOG absent, journal des erreurs non '
                      'examine'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           ELSE
              MOVE ZERO             TO WS-INDIC-FIN
              SET WS-JOURNAL-ERRLOG TO TRUE
              PERFORM UNTIL WS-FIN
                 READ FIC-ERR-LOG
                  AT END
                    SET WS-FIN      TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-ERRLOG-LUS
                    MOVE ERRLG-REC (1:4) TO WS-DEX-ANNEE
                    MOVE ERRLG-REC (6:2) TO WS-DEX-MOIS
                    MOVE ERRLG-REC (9:2) TO WS-DEX-JOUR
                    PERFORM RAPPROCHE-LIGNE-JOURNAL
                 END-READ
              END-PERFORM
              CLOSE FIC-ERR-LOG
           END-IF
           .

      *    Une ligne sans date lisible n'entre dans aucune plage
       RAPPROCHE-LIGNE-JOURNAL.
           IF WS-DEX-ANNEE NOT NUMERIC
              OR WS-DEX-MOIS NOT NUMERIC
              OR WS-DEX-JOUR NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-ENREG-X     TO WS-DATE-ENREG
           PERFORM VARYING WS-GELJ-IDX FROM 1 BY 1
                   UNTIL WS-GELJ-IDX > WS-GELJ-NB
              IF WS-GELJ-T-TYPE (WS-GELJ-IDX) = 'D'
                 AND WS-DATE-ENREG >= WS-GELJ-T-DEBUT (WS-GELJ-IDX)
                 AND WS-DATE-ENREG <= WS-GELJ-T-FIN (WS-GELJ-IDX)
                 IF WS-JOURNAL-RUNLOG
                    ADD 1 TO WS-SIT-NB-RUNLOG (WS-GELJ-IDX)
                 ELSE
                    ADD 1 TO WS-SIT-NB-ERRLOG (WS-GELJ-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .

      *    Situation par dossier : les gels d'un meme dossier sont
      *    regroupes sous son en-tete, dans l'ordre du registre
       EDITE-RAPPORT.
           STRING 'FOREX113  SITUATION DES GELS JURIDIQUES AU '
                  WS-DHS-DATE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE WS-GELJ-NB          TO WS-NB-EDT
           STRING '  GELS AU REGISTRE : ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE WS-GELJ-NB-ACTIFS   TO WS-NB-EDT
           STRING '  DONT ACTIFS      : ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           IF WS-GELJ-NB-REJETES > ZERO
              MOVE WS-GELJ-NB-REJETES TO WS-NB-EDT
              STRING '  LIGNES REJETEES  : ' WS-NB-EDT
                     '  (voir SYSOUT)'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           END-IF

           PERFORM VARYING WS-IDX-DOSSIER FROM 1 BY 1
                   UNTIL WS-IDX-DOSSIER > WS-GELJ-NB
              IF NOT WS-SIT-DEJA-EDITE (WS-IDX-DOSSIER)
                 PERFORM EDITE-DOSSIER
              END-IF
           END-PERFORM

           IF WS-GELJ-NB = ZERO
              PERFORM ECRIT-LIGNE
              MOVE '  AUCUN GEL AU REGISTRE' TO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           END-IF
           .

       EDITE-DOSSIER.
           ADD 1                    TO WS-NB-DOSSIERS
           MOVE WS-GELJ-T-DOSSIER (WS-IDX-DOSSIER)
                                    TO WS-DOSSIER-COURANT
           PERFORM ECRIT-LIGNE
           STRING 'DOSSIER ' WS-DOSSIER-COURANT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           PERFORM VARYING WS-GELJ-IDX FROM WS-IDX-DOSSIER BY 1
                   UNTIL WS-GELJ-IDX > WS-GELJ-NB
              IF WS-GELJ-T-DOSSIER (WS-GELJ-IDX) = WS-DOSSIER-COURANT
                 MOVE 'O'           TO WS-SIT-EDITE (WS-GELJ-IDX)
                 PERFORM EDITE-GEL
              END-IF
           END-PERFORM
           .

      *    Une ligne pour le gel, une ou deux pour ce qu'il protege
       EDITE-GEL.
           IF WS-GELJ-T-ACTIF (WS-GELJ-IDX)
              MOVE 'ACTIF'          TO WS-ETAT-EDT
           ELSE
              MOVE 'LEVE '          TO WS-ETAT-EDT
           END-IF
           EVALUATE WS-GELJ-T-TYPE (WS-GELJ-IDX)
              WHEN 'A'
                 STRING '  ARTICLE      ' WS-GELJ-T-VALEUR (WS-GELJ-IDX)
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WHEN 'C'
                 STRING '  CONTREPARTIE '
                        WS-GELJ-T-VALEUR (WS-GELJ-IDX)
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WHEN OTHER
                 STRING '  PERIODE      ' WS-GELJ-T-DEBUT (WS-GELJ-IDX)
                        ' AU ' WS-GELJ-T-FIN (WS-GELJ-IDX)
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-EVALUATE
           MOVE WS-ETAT-EDT         TO WS-LIGNE-RAPPORT (42:5)
           IF WS-GELJ-T-LEVEE (WS-GELJ-IDX) > ZERO
              MOVE 'LEVEE LE'       TO WS-LIGNE-RAPPORT (48:8)
              MOVE WS-GELJ-T-LEVEE (WS-GELJ-IDX)
                                    TO WS-LIGNE-RAPPORT (57:8)
           END-IF
           MOVE WS-GELJ-T-LIBELLE (WS-GELJ-IDX)
                                    TO WS-LIGNE-RAPPORT (67:27)
           PERFORM ECRIT-LIGNE

           EVALUATE WS-GELJ-T-TYPE (WS-GELJ-IDX)
              WHEN 'A'
                 PERFORM EDITE-GEL-ARTICLE
              WHEN 'C'
                 PERFORM EDITE-GEL-CONTREPARTIE
              WHEN OTHER
                 PERFORM EDITE-GEL-PERIODE
           END-EVALUATE
           .

       EDITE-GEL-ARTICLE.
           EVALUATE TRUE
              WHEN WS-SIT-VIF (WS-GELJ-IDX)
                 MOVE '      DANS FICHIER1'  TO WS-LIGNE-RAPPORT
              WHEN WS-SIT-ARCHIVE (WS-GELJ-IDX)
                 MOVE '      DANS L''ARCHIVE' TO WS-LIGNE-RAPPORT
              WHEN OTHER
                 ADD 1              TO WS-NB-ABSENTS
                 MOVE '      ABSENT DE FICHIER1 ET DE L''ARCHIVE'
                                    TO WS-LIGNE-RAPPORT
                 PERFORM ECRIT-LIGNE
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'STATUT'            TO WS-LIGNE-RAPPORT (24:6)
           MOVE WS-SIT-STATUT (WS-GELJ-IDX)
                                    TO WS-LIGNE-RAPPORT (31:1)
           MOVE WS-SIT-MONTANT (WS-GELJ-IDX) TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (34:20)
           IF WS-SIT-DEVISE (WS-GELJ-IDX) = SPACE
              MOVE 'EUR'            TO WS-LIGNE-RAPPORT (55:3)
           ELSE
              MOVE WS-SIT-DEVISE (WS-GELJ-IDX)
                                    TO WS-LIGNE-RAPPORT (55:3)
           END-IF
           PERFORM ECRIT-LIGNE
           .

       EDITE-GEL-CONTREPARTIE.
           MOVE '      NOM'         TO WS-LIGNE-RAPPORT
           IF WS-CTP-OUVERT
              MOVE WS-GELJ-T-VALEUR (WS-GELJ-IDX) (1:6) TO CTP-CODE
              READ FIC-CONTREPARTIES
                 INVALID KEY
                    MOVE 'ABSENTE DU REFERENTIEL'
                                    TO WS-LIGNE-RAPPORT (11:22)
                 NOT INVALID KEY
                    MOVE CTP-NOM    TO WS-LIGNE-RAPPORT (11:30)
              END-READ
           ELSE
              MOVE 'REFERENTIEL NON DISPONIBLE'
                                    TO WS-LIGNE-RAPPORT (11:26)
           END-IF
           PERFORM ECRIT-LIGNE
           PERFORM EDITE-ARTICLES-COUVERTS
           .

       EDITE-GEL-PERIODE.
           PERFORM EDITE-ARTICLES-COUVERTS
           MOVE WS-SIT-NB-RUNLOG (WS-GELJ-IDX) TO WS-NB-EDT
           STRING '      LIGNES RUNLOG ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-SIT-NB-ERRLOG (WS-GELJ-IDX) TO WS-NB-EDT
           MOVE 'LIGNES ERRLOG'     TO WS-LIGNE-RAPPORT (34:13)
           MOVE WS-NB-EDT           TO WS-LIGNE-RAPPORT (48:11)
           PERFORM ECRIT-LIGNE
           .

      *    Articles vifs et archives couverts (C, D), nombre et
      *    montant nominal
       EDITE-ARTICLES-COUVERTS.
           MOVE WS-SIT-NB-VIFS (WS-GELJ-IDX) TO WS-NB-EDT
           STRING '      ARTICLES VIFS ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE 'MONTANT'           TO WS-LIGNE-RAPPORT (34:7)
           MOVE WS-SIT-MT-VIFS (WS-GELJ-IDX) TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (42:20)
           PERFORM ECRIT-LIGNE
           MOVE WS-SIT-NB-ARCH (WS-GELJ-IDX) TO WS-NB-EDT
           STRING '      ARCHIVES      ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE 'MONTANT'           TO WS-LIGNE-RAPPORT (34:7)
           MOVE WS-SIT-MT-ARCH (WS-GELJ-IDX) TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (42:20)
           PERFORM ECRIT-LIGNE
           .

       ECRIT-LIGNE.
           WRITE RGEL-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RGEL      TO WS-FSTA-STATUT
           MOVE 'FIC-RGEL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Registre des gels juridiques
           COPY GELJP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DISPLAY 'Situation des gels juridiques editee'
           MOVE WS-NB-DOSSIERS      TO WS-NB-EDT
           DISPLAY 'DOSSIERS EDITES         = ' WS-NB-EDT
           MOVE WS-GELJ-NB          TO WS-NB-EDT
           DISPLAY 'GELS AU REGISTRE        = ' WS-NB-EDT
           MOVE WS-GELJ-NB-ACTIFS   TO WS-NB-EDT
           DISPLAY 'GELS ACTIFS             = ' WS-NB-EDT
           MOVE WS-NB-ABSENTS       TO WS-NB-EDT
           DISPLAY 'ARTICLES GELES ABSENTS  = ' WS-NB-EDT
           MOVE WS-NB-FIC1-LUS      TO WS-NB-EDT
           DISPLAY 'ARTICLES VIFS LUS       = ' WS-NB-EDT
           MOVE WS-NB-ARCH-LUS      TO WS-NB-EDT
           DISPLAY 'ARTICLES ARCHIVES LUS   = ' WS-NB-EDT

           CLOSE FIC-RAPPORT-GELS
           IF WS-CTP-OUVERT
              CLOSE FIC-CONTREPARTIES
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-FIC1-LUS      TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC1ARCH'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-ARCH      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARCH-LUS      TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-GELJ'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-GELJ      TO WS-JSUM-FIC-STATUT
           MOVE WS-GELJ-NB          TO WS-JSUM-FIC-LUS
           MOVE WS-GELJ-NB-REJETES  TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RGEL'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RGEL      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-RAPPORT TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
