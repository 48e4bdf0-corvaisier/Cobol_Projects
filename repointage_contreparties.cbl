       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX116.
      *==============================================================*
      * PROGRAMME de repointage des articles sur une contrepartie    *
      *   de remplacement (fusion de deux contreparties, reprise     *
      *   par une nouvelle entite juridique)                         *
      *   - Jusqu'ici un FIC1-MVT ecrit a la main par article, alors *
      *     que le mouvement de FOREX015 ne porte meme pas le code   *
      *     contrepartie : les correspondances se deposent dans      *
      *     FIC-CORRESP-CTP (ancien code, nouveau code, date         *
      *     d'effet, reference du dossier)                           *
      *   - Une correspondance n'est retenue que si les deux codes   *
      *     existent au referentiel FIC-CONTREPARTIES et que le      *
      *     nouveau y est actif ; un ancien code en double ou un     *
      *     nouveau code lui-meme repris ailleurs (chaine) la fait   *
      *     refuser - RC 4                                           *
      *   - Chaque correspondance retenue balaie FICHIER1 : tout     *
      *     article portant l'ancien FIC1-CODE-CTP passe au nouveau, *
      *     avec sa ligne de piste FIC1-AUDIT (code M, sceau chaine  *
      *     SCLW/SCLP) et son evenement (copybooks EVT*) ; un        *
      *     article sous gel juridique (copybooks GELJ*) reste en    *
      *     l'etat, liste avec son dossier - RC 4                    *
      *   - Correspondance entierement appliquee : l'ancienne        *
      *     contrepartie est suspendue par un mouvement M statut S   *
      *     dans FIC-CTP-SUSPENSION, applique par FOREX055 au step   *
      *     suivant (le referentiel garde un seul programme de mise  *
      *     a jour, avec son journal et ses controles)               *
      *   - Rapport FIC-RAPPORT-REPOINT, une section par             *
      *     correspondance : chaque article avant / apres, totaux,   *
      *     sort de l'ancienne contrepartie et cadre de visa metier  *
      *   - Carte de mode FIC-PARAM-REPOINT (col 1) : S simulation   *
      *     (defaut, carte absente ou vide) - le rapport liste       *
      *     l'impact sans aucune mise a jour, correspondances a      *
      *     effet futur comprises ; R reel - les correspondances a   *
      *     effet futur attendent leur date                          *
      *   - En mode reel, refuse en bloc (RC 8) tant que le verrou   *
      *     de fenetre FIC-VERROU est pose, sauf forcage (VERR*)     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * FICHIER1 balaye par cle, en mise a jour en mode reel
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Carte de mode : S simulation, R reel
           SELECT FIC-PARAM-REPOINT
                     ASSIGN to FICPRPT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PRPT.
      * Correspondances ancien code / nouveau code
           SELECT FIC-CORRESP-CTP
                     ASSIGN to FICCTPCR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CORR.
      * Referentiel des contreparties, en lecture par cle
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * FIC1-AUDIT : piste d'audit partagee avec FOREX015/FOREX016
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
      * Mouvements de suspension des anciennes contreparties, au
      *   dessin de FIC-CTP-MVT de FOREX055 qui les applique
           SELECT FIC-CTP-SUSPENSION
                     ASSIGN to FICCTPMV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-SUSP.
      * Rapport avant / apres, vise par le metier
           SELECT FIC-RAPPORT-REPOINT
                     ASSIGN to FICRRPT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RRPT.
      * FIC-VERROU : verrou de fenetre de mise a jour, avec la
      *   demande de forcage et son journal
           COPY VERRS.
      * FIC-EVT-SORTANTS : boite d'evenements de FICHIER1, avec son
      *   numero de sequence
           COPY EVTS.
      * FIC-GELS-JURIDIQUES : registre des gels (obligatoire)
           COPY GELJS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

       FD  FIC-PARAM-REPOINT.
       01  PRPT-REC.
         10 PRPT-MODE          PIC X(01).
         10 FILLER             PIC X(79).

      * Correspondance : col 1-6 ancien code, col 8-13 nouveau code,
      * col 15-22 date d'effet AAAAMMJJ, col 24-53 reference du
      * dossier (fusion, reprise) - '*' en colonne 1 = commentaire
       FD  FIC-CORRESP-CTP.
       01  CORR-REC.
         10 CORR-ANCIEN        PIC X(06).
         10 FILLER             PIC X(01).
         10 CORR-NOUVEAU       PIC X(06).
         10 FILLER             PIC X(01).
         10 CORR-DATE-EFFET    PIC X(08).
         10 CORR-DATE-EFFET-N  REDEFINES CORR-DATE-EFFET
                               PIC 9(08).
         10 FILLER             PIC X(01).
         10 CORR-REFERENCE     PIC X(30).
         10 FILLER             PIC X(27).

      * Contrepartie : meme dessin que FOREX055
       FD  FIC-CONTREPARTIES.
       01  CTP-REC.
         10 CTP-CODE           PIC X(06).
         10 CTP-NOM            PIC X(30).
         10 CTP-PAYS           PIC X(03).
         10 CTP-CONTACT        PIC X(20).
         10 CTP-STATUT         PIC X(01).
             88 CTP-ACTIVE               VALUE 'A'.
             88 CTP-SUSPENDUE            VALUE 'S'.
         10 CTP-ENTITE-GROUPE  PIC X(02).
         10 FILLER             PIC X(18).

      * Piste d'audit : meme dessin d'enregistrement que FOREX015
       FD  FIC1-AUDIT.
       01  AUDIT-REC.
         10 AUDIT-DATE-HEURE PIC X(17).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-CODE-MVT   PIC X(01).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-CLE        PIC X(10).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-RESULTAT   PIC X(08).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-MOTIF      PIC X(20).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-CH2        PIC X(20).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-OPERATEUR  PIC X(08).
      *  Sceau chaine de la ligne (copybooks SCLW/SCLP), pris sur
      *  le FILLER de queue - a blanc sur les lignes anterieures
         10 AUDIT-SCEAU      PIC 9(10).
      *  Montant et devise de l'article apres le geste (avant, pour
      *  une suppression), a blanc quand le geste ne porte pas sur
      *  un montant - l'enregistrement prend la longueur de 120 du
      *  DCB de la piste
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

      * Mouvement de referentiel : meme dessin que FIC-CTP-MVT de
      * FOREX055 (seuls code, cle et statut sont alimentes ici)
       FD  FIC-CTP-SUSPENSION.
       01  CTPMV-REC.
         10 CTPMV-CODE-MVT     PIC X(01).
         10 CTPMV-CLE          PIC X(06).
         10 CTPMV-NOM          PIC X(30).
         10 CTPMV-PAYS         PIC X(03).
         10 CTPMV-CONTACT      PIC X(20).
         10 CTPMV-STATUT       PIC X(01).
         10 CTPMV-ENTITE-GROUPE PIC X(02).
         10 FILLER             PIC X(17).

       FD  FIC-RAPPORT-REPOINT.
       01  RRPT-REC             PIC X(132).

           COPY VERR.
           COPY EVT.
           COPY GELJ.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-PRPT       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CORR       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CORR    PIC 9      VALUE ZERO.
               88 WS-FIN-CORR                  VALUE 1.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-SUSP       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RRPT       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CARTES-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-CORR-REFUSEES  PIC S9(9)  VALUE ZERO.
           02  WS-NB-CORR-A-VENIR   PIC S9(9)  VALUE ZERO.
           02  WS-NB-FIC1-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-REPOINTES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-GELES PIC S9(9)  VALUE ZERO.
           02  WS-NB-SUSPENSIONS    PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-MT-ARTICLE-EDT    PIC ZZZ.ZZZ.ZZ9,99.

      *    Mode du run, pris sur la carte FIC-PARAM-REPOINT
       01  WS-MODE                  PIC X(01)  VALUE 'S'.
           88 WS-MODE-SIMULATION               VALUE 'S'.
           88 WS-MODE-REEL                     VALUE 'R'.
       01  WS-LIBELLE-MODE          PIC X(10)  VALUE SPACE.

      *    Correspondances chargees de FIC-CORRESP-CTP : codes, noms
      *    au referentiel, date d'effet, reference, sort de la
      *    carte et bilan du balayage
       01  WS-NB-CORR               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NB-CORR-MAX           PIC S9(4) COMP SYNC VALUE 100.
       01  WS-TAB-CORR.
           02  WS-CORR OCCURS 100.
               05 WS-CORR-ANCIEN    PIC X(06).
               05 WS-CORR-NOM-ANC   PIC X(30).
               05 WS-CORR-NOUVEAU   PIC X(06).
               05 WS-CORR-NOM-NOUV  PIC X(30).
               05 WS-CORR-DATE      PIC 9(08).
               05 WS-CORR-REFERENCE PIC X(30).
               05 WS-CORR-ETAT      PIC X(01).
                  88 WS-CORR-RETENUE          VALUE 'V'.
                  88 WS-CORR-REFUSEE          VALUE 'R'.
               05 WS-CORR-MOTIF     PIC X(20).
               05 WS-CORR-NB-ARTICLES PIC S9(9)  COMP.
               05 WS-CORR-NB-REPOINTES PIC S9(9) COMP.
               05 WS-CORR-NB-RESTANTS PIC S9(9)  COMP.
               05 WS-CORR-TOTAL     PIC S9(13)V99 COMP-3.
       01  WS-IDX-CORR              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-AUTRE             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-SORT-CARTE            PIC X(08)  VALUE SPACE.
       01  WS-MOTIF-CARTE           PIC X(20)  VALUE SPACE.

      *    Sort de l'article courant au rapport
       01  WS-SORT-ARTICLE          PIC X(20)  VALUE SPACE.
       01  WS-IMAGE-AVANT           PIC X(80)  VALUE SPACE.
       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

      *    Date systeme du jour, pour l'effet des correspondances
       01  WS-DATE-JOUR             PIC 9(08)  VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *    Verrou de fenetre de mise a jour
           COPY VERRW.
      *    Boite d'evenements de FICHIER1
           COPY EVTW.
      *    Registre des gels juridiques
           COPY GELJW.

      *    Date et heure systeme, pour l'horodatage de l'audit
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE.
               03  WS-DHS-ANNEE     PIC 9(04).
               03  WS-DHS-MOIS      PIC 9(02).
               03  WS-DHS-JOUR      PIC 9(02).
           02  WS-DHS-HEURE         PIC 9(02).
           02  WS-DHS-MINUTE        PIC 9(02).
           02  WS-DHS-SECONDE       PIC 9(02).
           02  FILLER               PIC X(10).
       01  WS-DATE-HEURE-EDT        PIC X(17).
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Mode, correspondances, fichiers
           PERFORM TRAITEMENT     *> Une correspondance par passage
             UNTIL WS-IDX-CORR NOT < WS-NB-CORR
           PERFORM FIN            *> Totaux, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX116'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DATE-JOUR

           PERFORM LIT-MODE

      *    Pas de mise a jour pendant le passage de nuit, sauf
      *    forcage motive - une simulation ne touche a rien
           IF WS-MODE-REEL
              PERFORM CONTROLE-FENETRE
           END-IF

      *    Registre des gels juridiques, avant toute mise a jour
           MOVE 'FOREX116'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES

           OPEN OUTPUT FIC-RAPPORT-REPOINT
           MOVE WS-STATUS-RRPT      TO WS-FSTA-STATUT
           MOVE 'FIC-RRPT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           STRING 'FOREX116  REPOINTAGE DES CONTREPARTIES DU '
                  WS-DATE-JOUR '  -  MODE ' WS-LIBELLE-MODE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           IF WS-MODE-SIMULATION
              MOVE '  SIMULATION : aucune mise a jour de FICHIER1 ni '
                &  'du referentiel, impact seulement'
                TO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
           END-IF
           PERFORM ECRIT-RAPPORT
           MOVE 'CORRESPONDANCES'   TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT

           OPEN INPUT FIC-CONTREPARTIES
           MOVE WS-STATUS-CTP       TO WS-FSTA-STATUT
           MOVE 'FIC-CTP'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Correspondances obligatoires : sans elles, rien a faire
           OPEN INPUT FIC-CORRESP-CTP
           IF WS-STATUS-CORR NOT = '00'
              DISPLAY 'ABEND - FIC-CORRESP-CTP INACCESSIBLE, STATUT '
                      WS-STATUS-CORR
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-CORR
              READ FIC-CORRESP-CTP
               AT END
                 SET WS-FIN-CORR    TO TRUE
               NOT AT END
                 PERFORM CHARGE-CORRESPONDANCE
              END-READ
           END-PERFORM
           CLOSE FIC-CORRESP-CTP

           PERFORM CONTROLE-CHAINES
           PERFORM VARYING WS-IDX-CORR FROM 1 BY 1
                   UNTIL   WS-IDX-CORR > WS-NB-CORR
              PERFORM NOTE-CORRESPONDANCE
           END-PERFORM
           MOVE ZERO                TO WS-IDX-CORR
           CLOSE FIC-CONTREPARTIES

           IF WS-MODE-REEL
      *       Boite d'evenements ouverte avant FICHIER1 : pas de
      *       mise a jour sans son evenement
              MOVE 'FOREX116'       TO WS-EVT-PROGRAMME
              PERFORM OUVRE-EVT-SORTANTS
              OPEN I-O FICHIER1
           ELSE
              OPEN INPUT FICHIER1
           END-IF
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    La piste d'audit est partagee (DISP=MOD dans le JCL)
           IF WS-MODE-REEL
              PERFORM CHARGE-DERNIER-SCEAU
              OPEN EXTEND FIC1-AUDIT
              IF WS-STATUS-AUDIT NOT = '00'
                 OPEN OUTPUT FIC1-AUDIT
                 MOVE WS-STATUS-AUDIT  TO WS-FSTA-STATUT
                 MOVE 'FIC1-AUDIT'     TO WS-FSTA-FICHIER
                 PERFORM CONTROLE-FILE-STATUT
              END-IF
           END-IF

      *    Toujours ouvert : vide en simulation, le step FOREX055
      *    qui suit n'a alors rien a appliquer
           OPEN OUTPUT FIC-CTP-SUSPENSION
           MOVE WS-STATUS-SUSP      TO WS-FSTA-STATUT
           MOVE 'FIC-SUSP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    Carte de mode facultative : absente ou vide, le run est
      *    une simulation - un mode inconnu arrete tout (RC 16)
       LIT-MODE.
           MOVE 'S'                 TO WS-MODE
           OPEN INPUT FIC-PARAM-REPOINT
           IF WS-STATUS-PRPT = '00'
              READ FIC-PARAM-REPOINT
               NOT AT END
                 IF PRPT-MODE NOT = SPACE
                    MOVE PRPT-MODE  TO WS-MODE
                 END-IF
              END-READ
              CLOSE FIC-PARAM-REPOINT
           END-IF
           EVALUATE TRUE
              WHEN WS-MODE-SIMULATION
                 MOVE 'SIMULATION'  TO WS-LIBELLE-MODE
              WHEN WS-MODE-REEL
                 MOVE 'REEL'        TO WS-LIBELLE-MODE
              WHEN OTHER
                 DISPLAY 'ABEND - FIC-PARAM-REPOINT : MODE INCONNU "'
                         WS-MODE '" (S simulation, R reel)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           DISPLAY 'FOREX116 : mode ' WS-LIBELLE-MODE
           .

      *    Fenetre batch en cours (verrou pose) : run reel refuse en
      *    bloc avant toute ouverture de FICHIER1
       CONTROLE-FENETRE.
           MOVE 'FOREX116'          TO WS-VERR-PROGRAMME
           PERFORM CONTROLE-VERROU
           IF NOT WS-VERR-POSE
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-FORCAGE-VERROU
           IF WS-VERR-FORCE
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'FOREX116 : FENETRE BATCH EN COURS - verrou pose '
                   'par ' WS-VERR-DETENTEUR ' le ' WS-VERR-DATE-POSE
           DISPLAY 'FOREX116 : repointage des contreparties refuse, '
                   'a relancer apres la fin de la chaine'
           MOVE 8                   TO RETURN-CODE
           GOBACK
           .

      *    Une carte de correspondance : codes renseignes et
      *    distincts, date d'effet valide, ancien code connu du
      *    referentiel, nouveau code connu ET actif
       CHARGE-CORRESPONDANCE.
           IF CORR-REC = SPACES OR CORR-REC (1:1) = '*'
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-CARTES-LUES
           IF WS-NB-CORR NOT < WS-NB-CORR-MAX
              ADD 1                 TO WS-NB-CORR-REFUSEES
              DISPLAY 'FOREX116 : plus de ' WS-NB-CORR-MAX
                      ' correspondances, carte ignoree : '
                      CORR-REC (1:53)
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-CORR
           MOVE WS-NB-CORR          TO WS-IDX-CORR
           INITIALIZE WS-CORR (WS-IDX-CORR)
           MOVE CORR-ANCIEN         TO WS-CORR-ANCIEN (WS-IDX-CORR)
           MOVE CORR-NOUVEAU        TO WS-CORR-NOUVEAU (WS-IDX-CORR)
           MOVE CORR-REFERENCE      TO WS-CORR-REFERENCE (WS-IDX-CORR)
           MOVE 'V'                 TO WS-CORR-ETAT (WS-IDX-CORR)
           MOVE SPACE               TO WS-MOTIF-CARTE

           EVALUATE TRUE
              WHEN CORR-ANCIEN = SPACE OR CORR-NOUVEAU = SPACE
                 MOVE 'CODE A BLANC'         TO WS-MOTIF-CARTE
              WHEN CORR-ANCIEN = CORR-NOUVEAU
                 MOVE 'CODES IDENTIQUES'     TO WS-MOTIF-CARTE
              WHEN CORR-DATE-EFFET NOT NUMERIC
                 MOVE 'DATE EFFET INVALIDE'  TO WS-MOTIF-CARTE
              WHEN FUNCTION TEST-DATE-YYYYMMDD (CORR-DATE-EFFET-N)
                   NOT = ZERO
                 MOVE 'DATE EFFET INVALIDE'  TO WS-MOTIF-CARTE
              WHEN OTHER
                 MOVE CORR-DATE-EFFET-N
                   TO WS-CORR-DATE (WS-IDX-CORR)
           END-EVALUATE
           IF WS-MOTIF-CARTE = SPACE
              MOVE CORR-ANCIEN      TO CTP-CODE
              READ FIC-CONTREPARTIES
                 INVALID KEY
                    MOVE 'ANCIEN CODE INCONNU'  TO WS-MOTIF-CARTE
                 NOT INVALID KEY
                    MOVE CTP-NOM    TO WS-CORR-NOM-ANC (WS-IDX-CORR)
              END-READ
           END-IF
           IF WS-MOTIF-CARTE = SPACE
              MOVE CORR-NOUVEAU     TO CTP-CODE
              READ FIC-CONTREPARTIES
                 INVALID KEY
                    MOVE 'NOUVEAU CODE INCONNU' TO WS-MOTIF-CARTE
                 NOT INVALID KEY
                    MOVE CTP-NOM    TO WS-CORR-NOM-NOUV (WS-IDX-CORR)
                    IF NOT CTP-ACTIVE
                       MOVE 'NOUVEAU CODE INACTIF' TO WS-MOTIF-CARTE
                    END-IF
              END-READ
           END-IF
           IF WS-MOTIF-CARTE NOT = SPACE
              PERFORM REFUSE-CORRESPONDANCE
           END-IF
           .

      *    Controles croises entre cartes retenues : un ancien code
      *    ne se repointe qu'une fois, et un nouveau code ne peut
      *    pas etre lui-meme repris par une autre carte (ses
      *    articles partiraient sur une contrepartie a suspendre)
       CONTROLE-CHAINES.
           PERFORM VARYING WS-IDX-CORR FROM 1 BY 1
                   UNTIL   WS-IDX-CORR > WS-NB-CORR
              IF WS-CORR-RETENUE (WS-IDX-CORR)
                 PERFORM CONTROLE-CHAINE-CORR
              END-IF
           END-PERFORM
           .

       CONTROLE-CHAINE-CORR.
           MOVE SPACE               TO WS-MOTIF-CARTE
           PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                   UNTIL   WS-IDX-AUTRE > WS-NB-CORR
                        OR WS-MOTIF-CARTE NOT = SPACE
              IF WS-IDX-AUTRE NOT = WS-IDX-CORR
                 AND NOT WS-CORR-REFUSEE (WS-IDX-AUTRE)
                 IF WS-IDX-AUTRE < WS-IDX-CORR
                    AND WS-CORR-ANCIEN (WS-IDX-AUTRE)
                      = WS-CORR-ANCIEN (WS-IDX-CORR)
                    MOVE 'ANCIEN CODE EN DOUBLE' TO WS-MOTIF-CARTE
                 END-IF
                 IF WS-CORR-ANCIEN (WS-IDX-AUTRE)
                    = WS-CORR-NOUVEAU (WS-IDX-CORR)
                    MOVE 'NOUVEAU CODE REPRIS'   TO WS-MOTIF-CARTE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-MOTIF-CARTE NOT = SPACE
              PERFORM REFUSE-CORRESPONDANCE
           END-IF
           .

       REFUSE-CORRESPONDANCE.
           MOVE 'R'                 TO WS-CORR-ETAT (WS-IDX-CORR)
           MOVE WS-MOTIF-CARTE      TO WS-CORR-MOTIF (WS-IDX-CORR)
           ADD 1                    TO WS-NB-CORR-REFUSEES
           IF WS-RC-RUN < 4
              MOVE 4                TO WS-RC-RUN
           END-IF
           .

      *    Sort de chaque carte au rapport : refusee (motif),
      *    retenue, ou a effet futur - appliquee seulement a sa date
      *    en mode reel, chiffree des aujourd'hui en simulation
       NOTE-CORRESPONDANCE.
           EVALUATE TRUE
              WHEN WS-CORR-REFUSEE (WS-IDX-CORR)
                 MOVE 'REFUSEE'     TO WS-SORT-CARTE
                 DISPLAY 'FOREX116 : correspondance refusee '
                         WS-CORR-ANCIEN (WS-IDX-CORR) ' -> '
                         WS-CORR-NOUVEAU (WS-IDX-CORR) ' : '
                         WS-CORR-MOTIF (WS-IDX-CORR)
              WHEN WS-CORR-DATE (WS-IDX-CORR) > WS-DATE-JOUR
                 MOVE 'A VENIR'     TO WS-SORT-CARTE
                 ADD 1              TO WS-NB-CORR-A-VENIR
              WHEN OTHER
                 MOVE 'RETENUE'     TO WS-SORT-CARTE
           END-EVALUATE
           STRING '  ' WS-CORR-ANCIEN (WS-IDX-CORR) ' -> '
                  WS-CORR-NOUVEAU (WS-IDX-CORR)
                  '  EFFET ' WS-CORR-DATE (WS-IDX-CORR)
                  '  ' WS-CORR-REFERENCE (WS-IDX-CORR)
                  '  ' WS-SORT-CARTE ' ' WS-CORR-MOTIF (WS-IDX-CORR)
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

      *    Correspondance suivante : balayage complet de FICHIER1
      *    sur l'ancien code, puis sort de l'ancienne contrepartie
       TRAITEMENT.
           ADD 1                    TO WS-IDX-CORR
           IF WS-CORR-REFUSEE (WS-IDX-CORR)
              EXIT PARAGRAPH
           END-IF
           IF WS-MODE-REEL
              AND WS-CORR-DATE (WS-IDX-CORR) > WS-DATE-JOUR
              EXIT PARAGRAPH
           END-IF

           PERFORM EDITE-ENTETE-CORRESPONDANCE
           MOVE ZERO                TO WS-INDIC-FIN-FIC1
           MOVE LOW-VALUES          TO FIC1-CH1
           START FICHIER1 KEY IS NOT LESS THAN FIC1-CH1
              INVALID KEY
                 SET WS-FIN-FIC1    TO TRUE
           END-START
           PERFORM LIT-ARTICLE
           PERFORM TRAITE-ARTICLE
             UNTIL WS-FIN-FIC1
           PERFORM EDITE-BILAN-CORRESPONDANCE
           .

       LIT-ARTICLE.
           IF WS-FIN-FIC1
              EXIT PARAGRAPH
           END-IF
           READ FICHIER1 NEXT RECORD
            AT END
              SET WS-FIN-FIC1      TO TRUE
            NOT AT END
              MOVE WS-STATUS-FIC1  TO WS-FSTA-STATUT
              MOVE 'FICHIER1'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-FIC1-LUS
           END-READ
           .

      *    Article de l'ancienne contrepartie : gel juridique
      *    d'abord, puis repointage (reel) ou simple constat
      *    (simulation)
       TRAITE-ARTICLE.
           IF FIC1-CODE-CTP NOT = WS-CORR-ANCIEN (WS-IDX-CORR)
              PERFORM LIT-ARTICLE
              EXIT PARAGRAPH
           END-IF
           ADD 1          TO WS-CORR-NB-ARTICLES (WS-IDX-CORR)
           ADD FIC1-MONTANT TO WS-CORR-TOTAL (WS-IDX-CORR)

           INITIALIZE WS-GELJ-DEMANDE
           MOVE FIC1-CH1            TO WS-GELJ-CLE
           MOVE FIC1-CODE-CTP       TO WS-GELJ-CTP
           IF FIC1-DATE-EFFET NUMERIC
              MOVE FIC1-DATE-EFFET  TO WS-GELJ-DATE
           END-IF
           PERFORM TESTE-GEL-JURIDIQUE
           EVALUATE TRUE
              WHEN WS-GELJ-RETENU
                 ADD 1              TO WS-NB-ARTICLES-GELES
                 ADD 1        TO WS-CORR-NB-RESTANTS (WS-IDX-CORR)
                 MOVE 'GEL JURIDIQUE'  TO WS-SORT-ARTICLE
                 MOVE SPACES        TO WS-GELJ-OBJET
                 STRING 'REPOINTAGE ' FIC1-CH1 ' VERS '
                        WS-CORR-NOUVEAU (WS-IDX-CORR)
                        DELIMITED BY SIZE INTO WS-GELJ-OBJET
                 PERFORM NOTE-GEL-JURIDIQUE
              WHEN WS-MODE-SIMULATION
                 MOVE 'A REPOINTER'    TO WS-SORT-ARTICLE
              WHEN OTHER
                 PERFORM REPOINTE-ARTICLE
           END-EVALUATE
           PERFORM EDITE-LIGNE-ARTICLE
           PERFORM LIT-ARTICLE
           .

      *    Repointage reel : REWRITE sur le nouveau code, ligne de
      *    piste (code M) et evenement avant / apres
       REPOINTE-ARTICLE.
           MOVE FIC1-REC            TO WS-IMAGE-AVANT
           MOVE WS-CORR-NOUVEAU (WS-IDX-CORR)  TO FIC1-CODE-CTP
           REWRITE FIC1-REC
              INVALID KEY
                 MOVE 'ERREUR REWRITE'  TO WS-SORT-ARTICLE
                 ADD 1        TO WS-CORR-NB-RESTANTS (WS-IDX-CORR)
                 MOVE WS-IMAGE-AVANT    TO FIC1-REC
                 IF WS-RC-RUN < 8
                    MOVE 8          TO WS-RC-RUN
                 END-IF
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE 'REPOINTE'          TO WS-SORT-ARTICLE
           ADD 1                    TO WS-NB-REPOINTES
           ADD 1          TO WS-CORR-NB-REPOINTES (WS-IDX-CORR)

           MOVE 'M'                 TO WS-EVT-TYPE
           MOVE FIC1-CH1            TO WS-EVT-CLE
           MOVE WS-IMAGE-AVANT      TO WS-EVT-IMAGE-AVANT
           MOVE FIC1-REC            TO WS-EVT-IMAGE-APRES
           PERFORM ECRIT-EVENEMENT-FIC1

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           STRING WS-DHS-ANNEE "-" WS-DHS-MOIS "-" WS-DHS-JOUR "-"
                  WS-DHS-HEURE WS-DHS-MINUTE WS-DHS-SECONDE
                  DELIMITED BY SIZE
             INTO WS-DATE-HEURE-EDT
           MOVE SPACES              TO AUDIT-REC
           MOVE WS-DATE-HEURE-EDT   TO AUDIT-DATE-HEURE
           MOVE 'M'                 TO AUDIT-CODE-MVT
           MOVE FIC1-CH1            TO AUDIT-CLE
           MOVE 'APPLIQUE'          TO AUDIT-RESULTAT
           STRING 'CTP ' WS-CORR-ANCIEN (WS-IDX-CORR) '>'
                  WS-CORR-NOUVEAU (WS-IDX-CORR)
                  DELIMITED BY SIZE
             INTO AUDIT-MOTIF
           MOVE FIC1-CH2            TO AUDIT-CH2
           MOVE 'FOREX116'          TO AUDIT-OPERATEUR
           MOVE FIC1-MONTANT        TO AUDIT-MONTANT
           MOVE FIC1-DEVISE         TO AUDIT-DEVISE
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           .

       EDITE-ENTETE-CORRESPONDANCE.
           PERFORM ECRIT-RAPPORT
           STRING 'CORRESPONDANCE ' WS-CORR-ANCIEN (WS-IDX-CORR)
                  ' ' WS-CORR-NOM-ANC (WS-IDX-CORR)
                  ' -> ' WS-CORR-NOUVEAU (WS-IDX-CORR)
                  ' ' WS-CORR-NOM-NOUV (WS-IDX-CORR)
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           STRING '  EFFET ' WS-CORR-DATE (WS-IDX-CORR)
                  '  DOSSIER ' WS-CORR-REFERENCE (WS-IDX-CORR)
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           IF WS-CORR-DATE (WS-IDX-CORR) > WS-DATE-JOUR
              MOVE '(EFFET FUTUR)'  TO WS-LIGNE-RAPPORT (58:13)
           END-IF
           PERFORM ECRIT-RAPPORT
           MOVE '  CLE         NOM                   ST         MONTANT'
             TO WS-LIGNE-RAPPORT
           MOVE 'DEV  CTP AVANT  CTP APRES  SORT'
             TO WS-LIGNE-RAPPORT (59:31)
           PERFORM ECRIT-RAPPORT
           .

      *    Une ligne avant / apres par article de l'ancienne
      *    contrepartie (le dossier du gel sous un article retenu)
       EDITE-LIGNE-ARTICLE.
           MOVE FIC1-MONTANT        TO WS-MT-ARTICLE-EDT
           STRING '  ' FIC1-CH1 '  ' FIC1-CH2 '  ' FIC1-STATUT
                  '  ' WS-MT-ARTICLE-EDT '  ' FIC1-DEVISE
                  '  ' WS-CORR-ANCIEN (WS-IDX-CORR)
                  '     ' WS-CORR-NOUVEAU (WS-IDX-CORR)
                  '     ' WS-SORT-ARTICLE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           IF WS-SORT-ARTICLE = 'GEL JURIDIQUE'
              STRING '              DOSSIER ' WS-GELJ-DOSSIER-RETENU
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
           END-IF
           .

      *    Totaux de la correspondance, sort de l'ancienne
      *    contrepartie et cadre de visa : suspendue (mouvement pour
      *    FOREX055) seulement quand plus aucun article ne la porte
       EDITE-BILAN-CORRESPONDANCE.
           MOVE WS-CORR-NB-ARTICLES (WS-IDX-CORR)  TO WS-NB-EDT
           MOVE WS-CORR-TOTAL (WS-IDX-CORR)        TO WS-MONTANT-EDT
           STRING '  ARTICLES ' WS-NB-EDT
                  '  MONTANT NOMINAL ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-CORR-NB-REPOINTES (WS-IDX-CORR) TO WS-NB-EDT
           STRING '  REPOINTES ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-CORR-NB-RESTANTS (WS-IDX-CORR)  TO WS-NB-EDT
           STRING '  LAISSES EN L''ETAT ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT (25:40)
           PERFORM ECRIT-RAPPORT

           EVALUATE TRUE
              WHEN WS-CORR-NB-RESTANTS (WS-IDX-CORR) > ZERO
                 STRING '  ANCIENNE CONTREPARTIE '
                        WS-CORR-ANCIEN (WS-IDX-CORR)
                        ' NON SUSPENDUE : des articles la portent '
                        'encore'
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 IF WS-RC-RUN < 4
                    MOVE 4          TO WS-RC-RUN
                 END-IF
              WHEN WS-MODE-SIMULATION
                 STRING '  ANCIENNE CONTREPARTIE '
                        WS-CORR-ANCIEN (WS-IDX-CORR)
                        ' A SUSPENDRE (FOREX055) AU RUN REEL'
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WHEN OTHER
                 MOVE SPACES        TO CTPMV-REC
                 MOVE 'M'           TO CTPMV-CODE-MVT
                 MOVE WS-CORR-ANCIEN (WS-IDX-CORR)  TO CTPMV-CLE
                 MOVE 'S'           TO CTPMV-STATUT
                 WRITE CTPMV-REC
                 MOVE WS-STATUS-SUSP   TO WS-FSTA-STATUT
                 MOVE 'FIC-SUSP'       TO WS-FSTA-FICHIER
                 PERFORM CONTROLE-FILE-STATUT
                 ADD 1              TO WS-NB-SUSPENSIONS
                 STRING '  ANCIENNE CONTREPARTIE '
                        WS-CORR-ANCIEN (WS-IDX-CORR)
                        ' SUSPENDUE (mouvement transmis a FOREX055)'
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-EVALUATE
           PERFORM ECRIT-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE '  VISA METIER : ______________________________'
             &  '     DATE : ____________'
             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

       ECRIT-RAPPORT.
           WRITE RRPT-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RRPT      TO WS-FSTA-STATUT
           MOVE 'FIC-RRPT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Verrou de fenetre de mise a jour
           COPY VERRP.
      *    Boite d'evenements de FICHIER1
           COPY EVTP.
      *    Registre des gels juridiques
           COPY GELJP.

      * Fin du pgm
       FIN.
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-CARTES-LUES   TO WS-NB-EDT
           STRING 'TRL FOREX116  ' WS-NB-EDT ' correspondance(s)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT

           DISPLAY 'Repointage des contreparties termine (mode '
                   WS-LIBELLE-MODE ')'
           DISPLAY 'CORRESPONDANCES LUES = ' WS-NB-EDT
           MOVE WS-NB-CORR-REFUSEES TO WS-NB-EDT
           DISPLAY 'REFUSEES             = ' WS-NB-EDT
           MOVE WS-NB-CORR-A-VENIR  TO WS-NB-EDT
           DISPLAY 'A EFFET FUTUR        = ' WS-NB-EDT
           MOVE WS-NB-REPOINTES     TO WS-NB-EDT
           DISPLAY 'ARTICLES REPOINTES   = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-GELES TO WS-NB-EDT
           DISPLAY ' DONT LAISSES GELES  = ' WS-NB-EDT
           MOVE WS-NB-SUSPENSIONS   TO WS-NB-EDT
           DISPLAY 'SUSPENSIONS EMISES   = ' WS-NB-EDT
           PERFORM RAPPORTE-GELS-JURIDIQUES

           CLOSE FICHIER1
                 FIC-CTP-SUSPENSION
                 FIC-RAPPORT-REPOINT
           IF WS-MODE-REEL
              CLOSE FIC1-AUDIT
              PERFORM FERME-EVT-SORTANTS
           END-IF

           IF WS-GELJ-NB-REJETES > ZERO
              AND WS-RC-RUN < 4
              MOVE 4                TO WS-RC-RUN
           END-IF
           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-CTPCR'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-CORR      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CARTES-LUES   TO WS-JSUM-FIC-LUS
           MOVE WS-NB-CORR-REFUSEES TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-FIC1-LUS      TO WS-JSUM-FIC-LUS
           MOVE WS-NB-REPOINTES     TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-SUSP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-SUSP      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-SUSPENSIONS   TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
