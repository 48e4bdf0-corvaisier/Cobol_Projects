       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX096.
      *==============================================================*
      * PROGRAMME mensuel de detection des articles dormants         *
      *   - Beaucoup d'articles FIC1-STATUT-ACTIF n'ont plus vu ni   *
      *     transaction, ni mouvement de maintenance, ni correction  *
      *     depuis un an ou plus, mais FOREX009 les valide encore    *
      *     chaque nuit et ils gonflent tous les comptages           *
      *   - La derniere activite d'un article est la plus recente    *
      *     de :                                                     *
      *       . sa date d'effet FIC1-DATE-EFFET                      *
      *       . la date de ses transactions, lue dans la reference   *
      *         des traces FIC-TRACE-REFS (toutes les generations    *
      *         conservees, concatenees par le JCL)                  *
      *       . la date de ses lignes APPLIQUE de la piste d'audit   *
      *         FIC1-AUDIT (maintenance, corrections, fusions...)    *
      *   - Est dormant l'article actif sans activite depuis plus de *
      *     FIC-PARAM-DORMANCE jours (colonnes 1-5, defaut 365)      *
      *   - Deux tris : activites sur la cle article (derniere       *
      *     activite par article), puis dormants sur contrepartie +  *
      *     pays + article pour la liste FIC-RAPPORT-DORMANTS        *
      *     (sous-total par contrepartie et pays)                    *
      *   - Ne ferme RIEN : ecrit pour chaque dormant une            *
      *     proposition de cloture au dessin FIC1-MVT de FOREX015    *
      *     (modification, statut C, date d'expiration au jour du    *
      *     run, CH2 inchange) dans FIC-PROPOS-CLOTURE ; le metier   *
      *     la revoit, l'ampute si besoin, et la passe a FOREX015    *
      *   - Traces ou piste d'audit absentes : l'activite est jugee  *
      *     sur ce qui reste, liste signalee (RC 4)                  *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * FICHIER1 : balayage sequentiel des articles actifs
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is SEQUENTIAL
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Traces reference -> article, ecrites par FOREX009
           SELECT FIC-TRACE-REFS
                     ASSIGN to FICTREF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TREF.
      * FIC1-AUDIT : piste d'audit partagee avec FOREX015/FOREX016
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
      * Periode de dormance en jours (facultatif : defaut 365)
           SELECT FIC-PARAM-DORMANCE
                     ASSIGN to FICPDRM
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PDRM.
      * Tri des activites sur la cle article, et sa copie triee
           SELECT SORT-ACTIVITES ASSIGN to SORTWK1.
           SELECT FIC-TRI-ACTIVITES
                     ASSIGN to FICTACT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TACT.
      * Tri des dormants sur contrepartie + pays, et sa copie triee
           SELECT SORT-DORMANTS  ASSIGN to SORTWK2.
           SELECT FIC-TRI-DORMANTS
                     ASSIGN to FICTDRM
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TDRM.
      * Liste des articles dormants par contrepartie et pays
           SELECT FIC-RAPPORT-DORMANTS
                     ASSIGN to FICRDRM
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RDRM.
      * Propositions de cloture, au dessin FIC1-MVT de FOREX015
           SELECT FIC-PROPOS-CLOTURE
                     ASSIGN to FICPCLO
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PCLO.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

      * Trace : meme dessin que l'ecriture de FOREX009 - la
      * reference commence par la date AAAAMMJJ de la transaction
       FD  FIC-TRACE-REFS.
       01  TREF-REC.
         10 TREF-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 TREF-CLE           PIC X(10).
         10 FILLER             PIC X(53).

      * Piste d'audit : meme dessin d'enregistrement que FOREX015
       FD  FIC1-AUDIT.
       01  AUDIT-REC.
         10 AUDIT-DATE-HEURE PIC X(17).
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
         10 AUDIT-SCEAU      PIC 9(10).
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

       FD  FIC-PARAM-DORMANCE.
       01  PDRM-REC.
         10 PDRM-JOURS         PIC 9(05).
         10 FILLER             PIC X(75).

      * Activite : cle article, origine (E effet de l'article
      * actif, T transaction, J piste d'audit) et date - l'article
      * actif porte en plus les zones reprises sur la liste
       SD  SORT-ACTIVITES.
       01  SA-REC.
         10 SA-CLE             PIC X(10).
         10 SA-ORIGINE         PIC X(01).
         10 SA-DATE            PIC 9(08).
         10 SA-CH2             PIC X(20).
         10 SA-CODE-CTP        PIC X(06).
         10 SA-CODE-PAYS       PIC X(03).
         10 SA-MONTANT         PIC 9(09)V99.
         10 SA-DEVISE          PIC X(03).
         10 FILLER             PIC X(18).

       FD  FIC-TRI-ACTIVITES.
       01  TACT-REC.
         10 TACT-CLE           PIC X(10).
         10 TACT-ORIGINE       PIC X(01).
             88 TACT-ARTICLE             VALUE 'E'.
             88 TACT-TRANSACTION         VALUE 'T'.
             88 TACT-AUDIT               VALUE 'J'.
         10 TACT-DATE          PIC 9(08).
         10 TACT-CH2           PIC X(20).
         10 TACT-CODE-CTP      PIC X(06).
         10 TACT-CODE-PAYS     PIC X(03).
         10 TACT-MONTANT       PIC 9(09)V99.
         10 TACT-DEVISE        PIC X(03).
         10 FILLER             PIC X(18).

      * Dormant : contrepartie, pays, cle, zones de l'article,
      * derniere activite et son origine
       SD  SORT-DORMANTS.
       01  SD-REC.
         10 SD-CODE-CTP        PIC X(06).
         10 SD-CODE-PAYS       PIC X(03).
         10 SD-CLE             PIC X(10).
         10 SD-CH2             PIC X(20).
         10 SD-MONTANT         PIC 9(09)V99.
         10 SD-DEVISE          PIC X(03).
         10 SD-DATE-ACTIVITE   PIC 9(08).
         10 SD-ORIGINE         PIC X(01).
         10 FILLER             PIC X(18).

       FD  FIC-TRI-DORMANTS.
       01  TDRM-REC.
         10 TDRM-CODE-CTP      PIC X(06).
         10 TDRM-CODE-PAYS     PIC X(03).
         10 TDRM-CLE           PIC X(10).
         10 TDRM-CH2           PIC X(20).
         10 TDRM-MONTANT       PIC 9(09)V99.
         10 TDRM-DEVISE        PIC X(03).
         10 TDRM-DATE-ACTIVITE PIC 9(08).
         10 TDRM-ORIGINE       PIC X(01).
         10 FILLER             PIC X(18).

       FD  FIC-RAPPORT-DORMANTS.
       01  RDRM-REC             PIC X(132).

      * Proposition de cloture : meme dessin que MVT-REC de FOREX015
      * (modification, statut C, date d'expiration) - les zones
      * metier a blanc laissent l'article tel quel
       FD  FIC-PROPOS-CLOTURE.
       01  PCLO-REC.
         10 PCLO-CODE          PIC X(01).
         10 PCLO-CH1           PIC X(10).
         10 PCLO-CH2           PIC X(20).
         10 PCLO-STATUT        PIC X(01).
         10 PCLO-DATE-EFFET    PIC X(08).
         10 PCLO-DATE-EXPIR    PIC X(08).
         10 PCLO-MONTANT       PIC X(11).
         10 PCLO-CODE-PAYS     PIC X(03).
         10 PCLO-DEVISE        PIC X(03).
         10 FILLER             PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-TREF       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TREF    PIC 9      VALUE ZERO.
               88 WS-FIN-TREF                  VALUE 1.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-AUDIT   PIC 9      VALUE ZERO.
               88 WS-FIN-AUDIT                 VALUE 1.
           02  WS-STATUS-PDRM       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TACT       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TACT    PIC 9      VALUE ZERO.
               88 WS-FIN-TACT                  VALUE 1.
           02  WS-STATUS-TDRM       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TDRM    PIC 9      VALUE ZERO.
               88 WS-FIN-TDRM                  VALUE 1.
           02  WS-STATUS-RDRM       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PCLO       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-ACTIFS         PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRACES-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-AUDIT-LUS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-DORMANTS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-PROPOSITIONS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RAPPORT PIC S9(9)  VALUE ZERO.
           02  WS-NB-GROUPE         PIC S9(9)  VALUE ZERO.
           02  WS-NB-CONTREPARTIES  PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-JOURS-EDT         PIC ZZ.ZZ9.
           02  WS-LIGNE-RAPPORT     PIC X(132).

      *    Periode de dormance et date limite d'activite : un
      *    article dont la derniere activite est anterieure a la
      *    date limite est dormant
       01  WS-DORMANCE.
           02  WS-PERIODE-JOURS     PIC 9(05)  VALUE 365.
           02  WS-DATE-LIMITE       PIC 9(08)  VALUE ZERO.
           02  WS-JOUR-COURANT      PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-JOURS-INACTIF     PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-DATE-AUDIT        PIC X(08)  VALUE SPACE.

      *    Article en cours de regroupement dans la sortie du
      *    premier tri
       01  WS-ARTICLE-COURANT.
           02  WS-ART-CLE           PIC X(10)  VALUE HIGH-VALUE.
           02  WS-INDIC-ART-ACTIF   PIC 9      VALUE ZERO.
               88 WS-ART-ACTIF                 VALUE 1.
           02  WS-ART-DERNIERE      PIC 9(08)  VALUE ZERO.
           02  WS-ART-ORIGINE       PIC X(01)  VALUE SPACE.
           02  WS-ART-CH2           PIC X(20)  VALUE SPACE.
           02  WS-ART-CODE-CTP      PIC X(06)  VALUE SPACE.
           02  WS-ART-CODE-PAYS     PIC X(03)  VALUE SPACE.
           02  WS-ART-MONTANT       PIC 9(09)V99 VALUE ZERO.
           02  WS-ART-DEVISE        PIC X(03)  VALUE SPACE.

      *    Rupture contrepartie / pays de la liste
       01  WS-RUPTURE.
           02  WS-CTP-COURANTE      PIC X(06)  VALUE HIGH-VALUE.
           02  WS-PAYS-COURANT      PIC X(03)  VALUE HIGH-VALUE.
       01  WS-LIBELLE-ORIGINE       PIC X(11)  VALUE SPACE.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT
      *    Activites des articles triees sur la cle article
           SORT SORT-ACTIVITES
               ON ASCENDING KEY SA-CLE
               INPUT PROCEDURE  CHARGE-ACTIVITES
               GIVING FIC-TRI-ACTIVITES
      *    Dormants tries sur contrepartie + pays + article
           SORT SORT-DORMANTS
               ON ASCENDING KEY SD-CODE-CTP SD-CODE-PAYS SD-CLE
               INPUT PROCEDURE  RETIENT-DORMANTS
               GIVING FIC-TRI-DORMANTS
           PERFORM EDITE-LISTE
           PERFORM FIN
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX096'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

      *    Periode de dormance - fichier absent : 365 jours
           OPEN INPUT FIC-PARAM-DORMANCE
           IF WS-STATUS-PDRM = '00'
              READ FIC-PARAM-DORMANCE
               NOT AT END
                 IF PDRM-JOURS NUMERIC AND PDRM-JOURS > ZERO
                    MOVE PDRM-JOURS TO WS-PERIODE-JOURS
                 END-IF
              END-READ
              CLOSE FIC-PARAM-DORMANCE
           END-IF
           COMPUTE WS-JOUR-COURANT
                 = FUNCTION INTEGER-OF-DATE (WS-DHS-DATE)
           COMPUTE WS-DATE-LIMITE
                 = FUNCTION DATE-OF-INTEGER
                   (WS-JOUR-COURANT - WS-PERIODE-JOURS)

           OPEN OUTPUT FIC-RAPPORT-DORMANTS
           MOVE WS-STATUS-RDRM      TO WS-FSTA-STATUT
           MOVE 'FIC-RDRM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-PROPOS-CLOTURE
           MOVE WS-STATUS-PCLO      TO WS-FSTA-STATUT
           MOVE 'FIC-PCLO'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE WS-PERIODE-JOURS    TO WS-JOURS-EDT
           STRING 'FOREX096  ARTICLES ACTIFS SANS ACTIVITE DEPUIS '
                  WS-JOURS-EDT ' JOURS (DERNIERE ACTIVITE AVANT LE '
                  WS-DATE-LIMITE ')   EDITE LE ' WS-DHS-DATE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           STRING '  ARTICLE    LIBELLE                     '
                  '      MONTANT DEV  EFFET/DERN.ACT  ORIGINE    '
                  '  JOURS'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *==============================================================*
      * PROCEDURE D'ENTREE DU PREMIER TRI : une activite par article *
      * actif (sa date d'effet), par trace et par ligne appliquee de *
      * la piste d'audit                                             *
      *==============================================================*
       CHARGE-ACTIVITES.
           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-FIC1
              READ FICHIER1 NEXT
               AT END
                 SET WS-FIN-FIC1    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-ARTICLES-LUS
                 IF FIC1-STATUT-ACTIF
                    ADD 1           TO WS-NB-ACTIFS
                    INITIALIZE SA-REC
                    MOVE FIC1-CH1   TO SA-CLE
                    MOVE 'E'        TO SA-ORIGINE
                    MOVE FIC1-DATE-EFFET TO SA-DATE
                    MOVE FIC1-CH2   TO SA-CH2
                    MOVE FIC1-CODE-CTP TO SA-CODE-CTP
                    MOVE FIC1-CODE-PAYS TO SA-CODE-PAYS
                    MOVE FIC1-MONTANT TO SA-MONTANT
                    MOVE FIC1-DEVISE TO SA-DEVISE
                    RELEASE SA-REC
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER1

           OPEN INPUT FIC-TRACE-REFS
           IF WS-STATUS-TREF NOT = '00'
              DISPLAY 'FIC-TRACE-REFS absent, transactions non '
                      'prises en compte'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           ELSE
              PERFORM UNTIL WS-FIN-TREF
                 READ FIC-TRACE-REFS
                  AT END
                    SET WS-FIN-TREF TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-TRACES-LUES
                    IF TREF-REF (1:8) NUMERIC
                       INITIALIZE SA-REC
                       MOVE TREF-CLE TO SA-CLE
                       MOVE 'T'     TO SA-ORIGINE
                       MOVE TREF-REF (1:8) TO SA-DATE
                       RELEASE SA-REC
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC-TRACE-REFS
           END-IF

           OPEN INPUT FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              DISPLAY 'FIC1-AUDIT absent, maintenance et '
                      'corrections non prises en compte'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           ELSE
              PERFORM UNTIL WS-FIN-AUDIT
                 READ FIC1-AUDIT
                  AT END
                    SET WS-FIN-AUDIT TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-AUDIT-LUS
                    PERFORM LIBERE-LIGNE-AUDIT
                 END-READ
              END-PERFORM
              CLOSE FIC1-AUDIT
           END-IF
           .

      *    Ligne appliquee de la piste : horodatage AAAA-MM-JJ-...
       LIBERE-LIGNE-AUDIT.
           IF AUDIT-RESULTAT NOT = 'APPLIQUE'
              OR AUDIT-CLE = SPACE
              EXIT PARAGRAPH
           END-IF
           STRING AUDIT-DATE-HEURE (1:4) AUDIT-DATE-HEURE (6:2)
                  AUDIT-DATE-HEURE (9:2)
                  DELIMITED BY SIZE INTO WS-DATE-AUDIT
           IF WS-DATE-AUDIT NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           INITIALIZE SA-REC
           MOVE AUDIT-CLE           TO SA-CLE
           MOVE 'J'                 TO SA-ORIGINE
           MOVE WS-DATE-AUDIT       TO SA-DATE
           RELEASE SA-REC
           .

      *==============================================================*
      * PROCEDURE D'ENTREE DU SECOND TRI : regroupement des          *
      * activites par article, derniere activite retenue ; l'article *
      * actif dont elle precede la date limite part au tri des       *
      * dormants. Traces et lignes d'audit d'un article absent ou    *
      * non actif sont ignorees                                      *
      *==============================================================*
       RETIENT-DORMANTS.
           OPEN INPUT FIC-TRI-ACTIVITES
           MOVE WS-STATUS-TACT      TO WS-FSTA-STATUT
           MOVE 'FIC-TACT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-TACT
              READ FIC-TRI-ACTIVITES
               AT END
                 SET WS-FIN-TACT    TO TRUE
               NOT AT END
                 IF TACT-CLE NOT = WS-ART-CLE
                    PERFORM CLOT-ARTICLE
                    MOVE TACT-CLE   TO WS-ART-CLE
                    MOVE ZERO       TO WS-INDIC-ART-ACTIF
                    MOVE ZERO       TO WS-ART-DERNIERE
                    MOVE SPACE      TO WS-ART-ORIGINE
                 END-IF
                 PERFORM CUMULE-ACTIVITE
              END-READ
           END-PERFORM
           PERFORM CLOT-ARTICLE
           CLOSE FIC-TRI-ACTIVITES
           .

       CUMULE-ACTIVITE.
           IF TACT-ARTICLE
              SET WS-ART-ACTIF      TO TRUE
              MOVE TACT-CH2         TO WS-ART-CH2
              MOVE TACT-CODE-CTP    TO WS-ART-CODE-CTP
              MOVE TACT-CODE-PAYS   TO WS-ART-CODE-PAYS
              MOVE TACT-MONTANT     TO WS-ART-MONTANT
              MOVE TACT-DEVISE      TO WS-ART-DEVISE
           END-IF
           IF TACT-DATE > WS-ART-DERNIERE
              MOVE TACT-DATE        TO WS-ART-DERNIERE
              MOVE TACT-ORIGINE     TO WS-ART-ORIGINE
           END-IF
           .

       CLOT-ARTICLE.
           IF NOT WS-ART-ACTIF
              EXIT PARAGRAPH
           END-IF
           IF WS-ART-DERNIERE NOT < WS-DATE-LIMITE
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-DORMANTS
           INITIALIZE SD-REC
           IF WS-ART-CODE-CTP = SPACE
              MOVE '(SANS)'         TO SD-CODE-CTP
           ELSE
              MOVE WS-ART-CODE-CTP  TO SD-CODE-CTP
           END-IF
           MOVE WS-ART-CODE-PAYS    TO SD-CODE-PAYS
           MOVE WS-ART-CLE          TO SD-CLE
           MOVE WS-ART-CH2          TO SD-CH2
           MOVE WS-ART-MONTANT      TO SD-MONTANT
           MOVE WS-ART-DEVISE       TO SD-DEVISE
           MOVE WS-ART-DERNIERE     TO SD-DATE-ACTIVITE
           MOVE WS-ART-ORIGINE      TO SD-ORIGINE
           RELEASE SD-REC
           .

      *    Parcours des dormants tries, rupture sur contrepartie et
      *    pays ; une proposition de cloture par dormant
       EDITE-LISTE.
           OPEN INPUT FIC-TRI-DORMANTS
           MOVE WS-STATUS-TDRM      TO WS-FSTA-STATUT
           MOVE 'FIC-TDRM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-TDRM
              READ FIC-TRI-DORMANTS
               AT END
                 SET WS-FIN-TDRM    TO TRUE
               NOT AT END
                 PERFORM EDITE-DORMANT
                 PERFORM ECRIT-PROPOSITION
              END-READ
           END-PERFORM
           IF WS-NB-GROUPE > ZERO
              PERFORM EDITE-SOUS-TOTAL
           END-IF
           CLOSE FIC-TRI-DORMANTS
           .

       EDITE-DORMANT.
           IF TDRM-CODE-CTP NOT = WS-CTP-COURANTE
              OR TDRM-CODE-PAYS NOT = WS-PAYS-COURANT
              IF WS-NB-GROUPE > ZERO
                 PERFORM EDITE-SOUS-TOTAL
              END-IF
              IF TDRM-CODE-CTP NOT = WS-CTP-COURANTE
                 ADD 1              TO WS-NB-CONTREPARTIES
                 PERFORM ECRIT-LIGNE
                 STRING 'CONTREPARTIE ' TDRM-CODE-CTP
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 PERFORM ECRIT-LIGNE
              END-IF
              STRING ' PAYS ' TDRM-CODE-PAYS
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
              MOVE TDRM-CODE-CTP    TO WS-CTP-COURANTE
              MOVE TDRM-CODE-PAYS   TO WS-PAYS-COURANT
              MOVE ZERO             TO WS-NB-GROUPE
           END-IF

           ADD 1                    TO WS-NB-GROUPE
           EVALUATE TDRM-ORIGINE
              WHEN 'T'
                 MOVE 'TRANSACTION' TO WS-LIBELLE-ORIGINE
              WHEN 'J'
                 MOVE 'PISTE AUDIT' TO WS-LIBELLE-ORIGINE
              WHEN OTHER
                 MOVE 'DATE EFFET'  TO WS-LIBELLE-ORIGINE
           END-EVALUATE
           MOVE ZERO                TO WS-JOURS-INACTIF
           IF FUNCTION TEST-DATE-YYYYMMDD (TDRM-DATE-ACTIVITE) = 0
              COMPUTE WS-JOURS-INACTIF = WS-JOUR-COURANT
                    - FUNCTION INTEGER-OF-DATE (TDRM-DATE-ACTIVITE)
           END-IF
           MOVE WS-JOURS-INACTIF    TO WS-JOURS-EDT
           MOVE TDRM-MONTANT        TO WS-MONTANT-EDT
           STRING '  ' TDRM-CLE ' ' TDRM-CH2 ' ' WS-MONTANT-EDT
                  ' ' TDRM-DEVISE '  ' TDRM-DATE-ACTIVITE '        '
                  WS-LIBELLE-ORIGINE ' ' WS-JOURS-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

       EDITE-SOUS-TOTAL.
           MOVE WS-NB-GROUPE        TO WS-NB-EDT
           STRING '  TOTAL ' WS-CTP-COURANTE ' ' WS-PAYS-COURANT
                  WS-NB-EDT ' article(s) dormant(s)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Proposition de cloture : modification FOREX015, statut C
      *    et date d'expiration au jour du run, libelle inchange
       ECRIT-PROPOSITION.
           MOVE SPACES              TO PCLO-REC
           MOVE 'M'                 TO PCLO-CODE
           MOVE TDRM-CLE            TO PCLO-CH1
           MOVE TDRM-CH2            TO PCLO-CH2
           MOVE 'C'                 TO PCLO-STATUT
           MOVE WS-DHS-DATE         TO PCLO-DATE-EXPIR
           WRITE PCLO-REC
           MOVE WS-STATUS-PCLO      TO WS-FSTA-STATUT
           MOVE 'FIC-PCLO'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-PROPOSITIONS
           .

       ECRIT-LIGNE.
           WRITE RDRM-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RDRM      TO WS-FSTA-STATUT
           MOVE 'FIC-RDRM'          TO WS-FSTA-FICHIER
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
           PERFORM ECRIT-LIGNE
           MOVE WS-NB-DORMANTS      TO WS-NB-EDT
           STRING 'TOTAL GENERAL ' WS-NB-EDT ' article(s) dormant(s)'
                  ' sur ' DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-NB-ACTIFS        TO WS-NB-EDT
           STRING WS-NB-EDT ' actif(s)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT (50:)
           PERFORM ECRIT-LIGNE
           MOVE WS-NB-CONTREPARTIES TO WS-NB-EDT
           STRING 'CONTREPARTIES ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           IF WS-RC-RUN > ZERO
              STRING '*** ACTIVITE JUGEE SANS TRACES OU SANS '
                     'PISTE D''AUDIT - VOIR LE COMPTE RENDU ***'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           END-IF
           CLOSE FIC-RAPPORT-DORMANTS
                 FIC-PROPOS-CLOTURE

           DISPLAY 'Detection des articles dormants terminee'
           MOVE WS-NB-ARTICLES-LUS  TO WS-NB-EDT
           DISPLAY 'ARTICLES LUS      = ' WS-NB-EDT
           MOVE WS-NB-ACTIFS        TO WS-NB-EDT
           DISPLAY 'ARTICLES ACTIFS   = ' WS-NB-EDT
           MOVE WS-NB-TRACES-LUES   TO WS-NB-EDT
           DISPLAY 'TRACES LUES       = ' WS-NB-EDT
           MOVE WS-NB-AUDIT-LUS     TO WS-NB-EDT
           DISPLAY 'LIGNES AUDIT LUES = ' WS-NB-EDT
           MOVE WS-NB-DORMANTS      TO WS-NB-EDT
           DISPLAY 'DORMANTS          = ' WS-NB-EDT
           MOVE WS-NB-PROPOSITIONS  TO WS-NB-EDT
           DISPLAY 'PROPOSITIONS      = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-TREF'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TREF      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-TRACES-LUES   TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC1-AUD'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-AUDIT     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-AUDIT-LUS     TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-PCLO'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PCLO      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-PROPOSITIONS  TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
