      *     FIC1-JRNAVANT : FOREX036 rejoue ce journal en sens       *
      *     inverse pour annuler un run applique avec un mauvais     *
      *     FIC1-MVT, sans restaurer toute la sauvegarde FOREX029    *
      *   - Chaque ligne ecrite dans FIC1-AUDIT porte un sceau       *
      *     chaine a celui de la ligne precedente (copybooks         *
      *     SCLW/SCLP, controle quotidien FOREX078)                  *
      *   - Refuse le run en bloc (RC 8, alerte W) tant que le       *
      *     verrou de fenetre FIC-VERROU est pose par la chaine de   *
      *     nuit ; un forcage depose dans FIC-FORCAGE-VERROU         *
      *     (operateur + motif) passe outre et se journalise dans    *
      *     FIC-JRN-FORCAGE (copybooks VERR*)                        *
      *   - Chaque mouvement applique emet son evenement (avant /    *
      *     apres, operateur) dans la boite FIC-EVT-SORTANTS         *
      *     distribuee par FOREX085 (copybooks EVT*)                 *
      *   - Un mois d'exercice verrouille par la cloture annuelle    *
      *     FOREX103 (statut V) est ferme comme un mois F            *
      *   - Une modification ou une suppression d'article sous gel   *
      *     juridique (cle, contrepartie ou date d'effet dans une    *
      *     plage gelee - copybooks GELJ*) est refusee, motif GEL    *
      *     JURIDIQUE, et listee avec son dossier ; une ligne de     *
      *     registre invalide vaut RC 4                              *
      *   - Checkpoint/restart : tous les 1000 mouvements, FICHIER1  *
      *     et les sorties sont durcis (CLOSE puis reouverture) et   *
      *     le point de reprise FIC1-CKPT reecrit (position dans     *
      *     FIC1-MVT, compteurs, sceau de la piste). Resoumis sur un *
      *     checkpoint EN-COURS, le run saute les mouvements deja    *
      *     passes, rattrape ceux d'apres le checkpoint a partir de  *
      *     la piste et du journal, et poursuit audit et images      *
      *     avant comme un seul run ; une image avant perdue a       *
      *     l'abend vaut RC 4                                        *
      *   - Le checkpoint porte aussi le numero de sequence de la    *
      *     boite d'evenements : a la reprise, un mouvement rattrape *
      *     dont l'evenement n'est pas dans la boite apres ce numero *
      *     le recoit (image avant du journal, article relu)         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PER.
      * FIC-VERROU : verrou de fenetre de mise a jour de FICHIER1,
      *   avec la demande de forcage et son journal
           COPY VERRS.
      * FIC-EVT-SORTANTS : boite d'evenements de FICHIER1, avec son
      *   numero de sequence
           COPY EVTS.
      * FIC-GELS-JURIDIQUES : registre des gels (obligatoire)
           COPY GELJS.
      * FIC1-CKPT : point de reprise du run, 1 seul enregistrement
      *   reecrit a chaque checkpoint (prealloue, DISP=OLD) - EN-COURS
      *   tant que le run n'est pas arrive a son terme, TERMINE
      *   ensuite
           SELECT FIC1-CKPT
                     ASSIGN to FIC1CKPM
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CKPT.

      *
      *==============================================================*
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

      * Journal des images avant : code mouvement, cle visee,
      * presence d'une image (N sur un ajout, qui n'a pas d'avant),
         10 PER-STATUT         PIC X(01).
         10 FILLER             PIC X(72).

           COPY VERR.
           COPY EVT.
           COPY GELJ.

      * Point de reprise : dessin en WORKING-STORAGE (WS-CKPT-REC)
       FD  FIC1-CKPT.
       01  CKPT-REC                  PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)   VALUE ZERO.
           02  WS-INDIC-FIN-PER     PIC 9       VALUE ZERO.
               88 WS-FIN-PER                    VALUE 1.
           02  WS-STATUS-DIF        PIC 9(02)   VALUE ZERO.
           02  WS-STATUS-CKPT       PIC 9(02)   VALUE ZERO.

      *    Periodes comptables FERMEES, chargees de FIC-PERIODES en
      *    INIT - seules les fermees comptent, une periode absente
      *    est reputee ouverte ; un mois d'exercice verrouille (V,
      *    cloture annuelle FOREX103) compte comme ferme
       01  WS-NB-PERIODES-FERMEES   PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PERIODES-FERMEES.
           02  WS-PERF-PERIODE      PIC 9(06) OCCURS 120.
           02  WS-NB-SUPPRESSIONS   PIC S9(9)   VALUE ZERO.
           02  WS-NB-REFUSES        PIC S9(9)   VALUE ZERO.
           02  WS-NB-DIFFERES       PIC S9(9)   VALUE ZERO.
           02  WS-NB-GELES          PIC S9(9)   VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-MVT-LUS-EDT    PIC ZZZ.ZZZ.ZZ9.
               88 WS-PROFIL-TROUVE              VALUE 1.
       01  WS-NB-REFUS-AUTOR        PIC S9(9) COMP SYNC VALUE ZERO.

      *    Checkpoint/restart du run : frequence des points de
      *    reprise, limite de la fenetre a rattraper apres un
      *    restart (un abend ne peut survenir a plus d'une frequence
      *    du dernier checkpoint), compteurs de la reprise
       01  WS-RESTART  COMP SYNC.
           02  WS-CKPT-FREQUENCE    PIC S9(9)   VALUE 1000.
           02  WS-RPR-LIMITE        PIC S9(9)   VALUE ZERO.
           02  WS-RPR-NB-JAV-CKPT   PIC S9(9)   VALUE ZERO.
           02  WS-RPR-NB-JAV-LUS    PIC S9(9)   VALUE ZERO.
           02  WS-RPR-NB-AUD        PIC S9(4)   VALUE ZERO.
           02  WS-RPR-NB-JAV        PIC S9(4)   VALUE ZERO.
           02  WS-RPR-IDX           PIC S9(4)   VALUE ZERO.
           02  WS-RPR-IDX-AUD       PIC S9(4)   VALUE ZERO.
           02  WS-RPR-IDX-JAV       PIC S9(4)   VALUE ZERO.
           02  WS-RPR-NB-EVT        PIC S9(4)   VALUE ZERO.
           02  WS-RPR-IDX-EVT       PIC S9(4)   VALUE ZERO.
           02  WS-NB-RATTRAPES      PIC S9(9)   VALUE ZERO.
           02  WS-NB-IMAGES-PERDUES PIC S9(9)   VALUE ZERO.
       01  WS-INDIC-RESTART         PIC 9        VALUE ZERO.
           88 WS-EST-UN-RESTART                 VALUE 1.
       01  WS-INDIC-FIN-RPR         PIC 9        VALUE ZERO.
           88 WS-FIN-RPR                        VALUE 1.
       01  WS-INDIC-APRES-CKPT      PIC 9        VALUE ZERO.
           88 WS-RPR-APRES-CKPT                 VALUE 1.
      *    Empreinte du FIC1-MVT du run (code et cle du 1er
      *    mouvement) : un restart sur un autre fichier de mouvements
      *    que celui du checkpoint est refuse
       01  WS-RPR-PREMIER-MVT       PIC X(11)    VALUE SPACE.

      *    Point de reprise FIC1-CKPT : statut, date et operateur du
      *    run, empreinte de FIC1-MVT, position (mouvements deja
      *    passes), compteurs cumulatifs, sceau de la derniere
      *    ligne de piste et dernier numero de la boite d'evenements
      *    ecrits au moment du checkpoint
       01  WS-CKPT-REC.
           02  WS-CKPT-STATUT       PIC X(08).
               88 WS-CKPT-EN-COURS              VALUE 'EN-COURS'.
               88 WS-CKPT-TERMINE               VALUE 'TERMINE '.
           02  WS-CKPT-DATE-RUN     PIC 9(08).
           02  WS-CKPT-OPERATEUR    PIC X(08).
           02  WS-CKPT-PREMIER-MVT  PIC X(11).
           02  WS-CKPT-NB-MVT-LUS   PIC 9(09).
           02  WS-CKPT-NB-AJOUTS    PIC 9(09).
           02  WS-CKPT-NB-MODIFS    PIC 9(09).
           02  WS-CKPT-NB-SUPPR     PIC 9(09).
           02  WS-CKPT-NB-REFUSES   PIC 9(09).
           02  WS-CKPT-NB-DIFFERES  PIC 9(09).
           02  WS-CKPT-NB-GELES     PIC 9(09).
           02  WS-CKPT-NB-REFUS-AUT PIC 9(09).
           02  WS-CKPT-SCEAU        PIC 9(10).
           02  WS-CKPT-NB-IMAGES-P  PIC 9(09).
           02  WS-CKPT-SEQ-EVT      PIC 9(10).
           02  FILLER               PIC X(04).

      *    Fenetre a rattraper apres un restart : lignes de piste
      *    (operateur du run) et images avant ecrites APRES le
      *    checkpoint, avant l'abend - un mouvement qui y figure a
      *    deja ete passe et n'est pas rejoue
       01  WS-TAB-RPR-AUDIT.
           02  WS-RPR-AUD           OCCURS 1000.
               03  WS-RPR-AUD-CODE      PIC X(01).
               03  WS-RPR-AUD-CLE       PIC X(10).
               03  WS-RPR-AUD-RESULTAT  PIC X(08).
               03  WS-RPR-AUD-MOTIF     PIC X(20).
               03  WS-RPR-AUD-PRIS      PIC 9.
       01  WS-TAB-RPR-JAV.
           02  WS-RPR-JAV           OCCURS 1000.
               03  WS-RPR-JAV-CODE      PIC X(01).
               03  WS-RPR-JAV-CLE       PIC X(10).
               03  WS-RPR-JAV-INDIC     PIC X(01).
               03  WS-RPR-JAV-IMAGE     PIC X(80).
               03  WS-RPR-JAV-PRIS      PIC 9.
      *    Evenements du run interrompu restes dans la boite apres
      *    son checkpoint : un mouvement rattrape qui y figure a deja
      *    son evenement
       01  WS-TAB-RPR-EVT.
           02  WS-RPR-EVT           OCCURS 1000.
               03  WS-RPR-EVT-CLE       PIC X(10).
               03  WS-RPR-EVT-TYPE      PIC X(01).
               03  WS-RPR-EVT-PRIS      PIC 9.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.
      *    Fil consolide des alertes operateur
           COPY ALRTW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRW.
      *    Boite d'evenements de FICHIER1
           COPY EVTW.
      *    Registre des gels juridiques
           COPY GELJW.


      *    Date et heure systeme, pour l'horodatage de l'audit
      *    toute ouverture de FICHIER1
           PERFORM CONTROLE-OPERATEUR

      *    Pas de maintenance pendant le passage de nuit : le
      *    verrou de fenetre est controle avant d'ouvrir FICHIER1
           PERFORM CONTROLE-FENETRE

      *    Periodes comptables fermees par la finance (FOREX051)
           PERFORM CHARGE-PERIODES-FERMEES

      *    Registre des gels juridiques, avant d'ouvrir FICHIER1
           MOVE 'FOREX015'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES

      *    Checkpoint EN-COURS laisse par un run interrompu : ce run
      *    en est la reprise - ses evenements restes dans la boite
      *    sont releves avant qu'elle ne soit rouverte en ajout
           PERFORM DETECTE-RESTART
           IF WS-EST-UN-RESTART
              PERFORM CHARGE-REPRISE-EVT
           END-IF

      *    Boite d'evenements ouverte avant FICHIER1 : pas de mise
      *    a jour sans son evenement
           MOVE 'FOREX015'          TO WS-EVT-PROGRAMME
           MOVE WS-OPERATEUR-ID     TO WS-EVT-OPERATEUR
           PERFORM OUVRE-EVT-SORTANTS

           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           MOVE 'FIC1-MVT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           IF WS-EST-UN-RESTART
              PERFORM CHARGE-REPRISE-AUDIT
           END-IF
           PERFORM CHARGE-DERNIER-SCEAU
           OPEN OUTPUT FIC1-AUDIT
           MOVE WS-STATUS-AUDIT     TO WS-FSTA-STATUT
           MOVE 'FIC1-AUDIT'        TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Sur restart, la generation du journal du run interrompu
      *    est completee : FOREX036 n'a qu'un journal a rejouer
           IF WS-EST-UN-RESTART
              PERFORM CHARGE-REPRISE-JAV
              OPEN EXTEND FIC1-JRNAVANT
           ELSE
              OPEN OUTPUT FIC1-JRNAVANT
           END-IF
           MOVE WS-STATUS-JAV       TO WS-FSTA-STATUT
           MOVE 'FIC1-JAV'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DATE-JOUR

           IF WS-EST-UN-RESTART
              PERFORM REPOSITIONNE-MOUVEMENTS
           ELSE
              PERFORM LIT-MOUVEMENT
              IF NOT WS-FIN-MVT
                 MOVE MVT-REC (1:11)   TO WS-RPR-PREMIER-MVT
              END-IF
      *       Point de reprise initial : un abend avant le premier
      *       checkpoint periodique reprend au premier mouvement
              MOVE 'EN-COURS'       TO WS-CKPT-STATUT
              MOVE ZERO             TO WS-CKPT-NB-MVT-LUS
              PERFORM ECRIT-ENREG-CHECKPOINT
           END-IF
           .

      *    Lecture du point de reprise : seul un checkpoint EN-COURS
      *    declenche une reprise - TERMINE (run precedent arrive a
      *    son terme) ou fichier vide, le run part du debut
       DETECTE-RESTART.
           MOVE ZERO                TO WS-INDIC-RESTART
           MOVE SPACES              TO WS-CKPT-REC
           OPEN INPUT FIC1-CKPT
           MOVE WS-STATUS-CKPT      TO WS-FSTA-STATUT
           MOVE 'FIC1-CKPT'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           READ FIC1-CKPT INTO WS-CKPT-REC
            AT END
              MOVE SPACES           TO WS-CKPT-REC
           END-READ
           CLOSE FIC1-CKPT
           IF NOT WS-CKPT-EN-COURS
              EXIT PARAGRAPH
           END-IF
           SET WS-EST-UN-RESTART    TO TRUE
           COMPUTE WS-RPR-LIMITE = WS-CKPT-NB-MVT-LUS
                                 + WS-CKPT-FREQUENCE
           COMPUTE WS-RPR-NB-JAV-CKPT = WS-CKPT-NB-AJOUTS
                 + WS-CKPT-NB-MODIFS + WS-CKPT-NB-SUPPR
           DISPLAY 'FOREX015 : RESTART detecte, reprise apres '
                   WS-CKPT-NB-MVT-LUS ' mouvements (run du '
                   WS-CKPT-DATE-RUN ', operateur '
                   WS-CKPT-OPERATEUR ')'
           .

      *    Lignes de piste ecrites par le run interrompu APRES son
      *    dernier checkpoint : elles suivent la ligne dont le sceau
      *    est celui du checkpoint
       CHARGE-REPRISE-AUDIT.
           MOVE ZERO                TO WS-RPR-NB-AUD
           MOVE ZERO                TO WS-INDIC-FIN-RPR
           MOVE ZERO                TO WS-INDIC-APRES-CKPT
           OPEN INPUT FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              EXIT PARAGRAPH
           END-IF
      *    Checkpoint pris sur une piste encore sans ligne scellee :
      *    toute ligne scellee qui suit est du run interrompu
           IF WS-CKPT-SCEAU = ZERO
              SET WS-RPR-APRES-CKPT TO TRUE
           END-IF
           PERFORM LIT-REPRISE-AUDIT
             UNTIL WS-FIN-RPR
           CLOSE FIC1-AUDIT
           .

       LIT-REPRISE-AUDIT.
           READ FIC1-AUDIT
            AT END
              SET WS-FIN-RPR        TO TRUE
            NOT AT END
              MOVE WS-STATUS-AUDIT  TO WS-FSTA-STATUT
              MOVE 'FIC1-AUDIT'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              EVALUATE TRUE
                 WHEN NOT WS-RPR-APRES-CKPT
                    IF AUDIT-SCEAU IS NUMERIC
                       AND AUDIT-SCEAU = WS-CKPT-SCEAU
                       SET WS-RPR-APRES-CKPT TO TRUE
                    END-IF
                 WHEN AUDIT-SCEAU IS NOT NUMERIC
                    CONTINUE
                 WHEN AUDIT-OPERATEUR NOT = WS-CKPT-OPERATEUR
                    CONTINUE
                 WHEN WS-RPR-NB-AUD < 1000
                    ADD 1           TO WS-RPR-NB-AUD
                    MOVE AUDIT-CODE-MVT
                      TO WS-RPR-AUD-CODE (WS-RPR-NB-AUD)
                    MOVE AUDIT-CLE
                      TO WS-RPR-AUD-CLE (WS-RPR-NB-AUD)
                    MOVE AUDIT-RESULTAT
                      TO WS-RPR-AUD-RESULTAT (WS-RPR-NB-AUD)
                    MOVE AUDIT-MOTIF
                      TO WS-RPR-AUD-MOTIF (WS-RPR-NB-AUD)
                    MOVE ZERO
                      TO WS-RPR-AUD-PRIS (WS-RPR-NB-AUD)
              END-EVALUATE
           END-READ
           .

      *    Images avant ecrites par le run interrompu au-dela de
      *    celles que le checkpoint comptait - un journal plus court
      *    que le checkpoint n'est pas celui du run interrompu
       CHARGE-REPRISE-JAV.
           MOVE ZERO                TO WS-RPR-NB-JAV
           MOVE ZERO                TO WS-RPR-NB-JAV-LUS
           MOVE ZERO                TO WS-INDIC-FIN-RPR
           OPEN INPUT FIC1-JRNAVANT
           IF WS-STATUS-JAV = '00'
              PERFORM LIT-REPRISE-JAV
                UNTIL WS-FIN-RPR
              CLOSE FIC1-JRNAVANT
           END-IF
           IF WS-RPR-NB-JAV-LUS < WS-RPR-NB-JAV-CKPT
              DISPLAY 'ABEND - FIC1JAV ne porte pas les images avant '
                      'du run interrompu (generation (0) attendue)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           .

       LIT-REPRISE-JAV.
           READ FIC1-JRNAVANT
            AT END
              SET WS-FIN-RPR        TO TRUE
            NOT AT END
              MOVE WS-STATUS-JAV    TO WS-FSTA-STATUT
              MOVE 'FIC1-JAV'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                 TO WS-RPR-NB-JAV-LUS
              IF WS-RPR-NB-JAV-LUS > WS-RPR-NB-JAV-CKPT
                 AND WS-RPR-NB-JAV < 1000
                 ADD 1              TO WS-RPR-NB-JAV
                 MOVE JAV-CODE-MVT  TO WS-RPR-JAV-CODE (WS-RPR-NB-JAV)
                 MOVE JAV-CLE       TO WS-RPR-JAV-CLE (WS-RPR-NB-JAV)
                 MOVE JAV-INDIC-AVANT
                   TO WS-RPR-JAV-INDIC (WS-RPR-NB-JAV)
                 MOVE JAV-IMAGE-AVANT
                   TO WS-RPR-JAV-IMAGE (WS-RPR-NB-JAV)
                 MOVE ZERO          TO WS-RPR-JAV-PRIS (WS-RPR-NB-JAV)
              END-IF
           END-READ
           .

      *    Evenements ecrits par le run interrompu apres son dernier
      *    checkpoint (programme et operateur du run) et encore dans
      *    la boite. Une boite videe par FOREX085 entre l'abend et
      *    la reprise n'en montre plus : les mouvements rattrapes
      *    recoivent alors un nouvel evenement, qu'un abonne deja
      *    servi peut recevoir deux fois
       CHARGE-REPRISE-EVT.
           MOVE ZERO                TO WS-RPR-NB-EVT
           MOVE ZERO                TO WS-INDIC-FIN-RPR
           IF WS-CKPT-SEQ-EVT NOT NUMERIC
              MOVE ZERO             TO WS-CKPT-SEQ-EVT
           END-IF
           OPEN INPUT FIC-EVT-SORTANTS
           IF WS-STATUS-EVTO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-REPRISE-EVT
             UNTIL WS-FIN-RPR
           CLOSE FIC-EVT-SORTANTS
           .

       LIT-REPRISE-EVT.
           READ FIC-EVT-SORTANTS
            AT END
              SET WS-FIN-RPR        TO TRUE
            NOT AT END
              IF EVT-SEQUENCE IS NUMERIC
                 AND EVT-SEQUENCE > WS-CKPT-SEQ-EVT
                 AND EVT-PROGRAMME = 'FOREX015'
                 AND EVT-OPERATEUR = WS-CKPT-OPERATEUR
                 AND WS-RPR-NB-EVT < 1000
                 ADD 1              TO WS-RPR-NB-EVT
                 MOVE EVT-CLE       TO WS-RPR-EVT-CLE (WS-RPR-NB-EVT)
                 MOVE EVT-TYPE      TO WS-RPR-EVT-TYPE (WS-RPR-NB-EVT)
                 MOVE ZERO          TO WS-RPR-EVT-PRIS (WS-RPR-NB-EVT)
              END-IF
           END-READ
           .

      *    Repositionnement de FIC1-MVT apres les mouvements deja
      *    passes, controle de l'empreinte du fichier, puis reprise
      *    des compteurs et de la date du run interrompu : le run
      *    repris se termine comme s'il ne s'etait jamais arrete
       REPOSITIONNE-MOUVEMENTS.
           PERFORM LIT-MOUVEMENT
           IF NOT WS-FIN-MVT
              MOVE MVT-REC (1:11)   TO WS-RPR-PREMIER-MVT
           END-IF
           IF WS-RPR-PREMIER-MVT NOT = WS-CKPT-PREMIER-MVT
              DISPLAY 'ABEND - FIC1-MVT n''est pas celui du run '
                      'interrompu (1er mouvement ' WS-CKPT-PREMIER-MVT
                      ')'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LIT-MOUVEMENT
             UNTIL WS-FIN-MVT
                OR WS-NB-MVT-LUS > WS-CKPT-NB-MVT-LUS
           IF WS-NB-MVT-LUS < WS-CKPT-NB-MVT-LUS
              DISPLAY 'ABEND - FIC1-MVT plus court que le checkpoint'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-CKPT-NB-AJOUTS    TO WS-NB-AJOUTS
           MOVE WS-CKPT-NB-MODIFS    TO WS-NB-MODIFS
           MOVE WS-CKPT-NB-SUPPR     TO WS-NB-SUPPRESSIONS
           MOVE WS-CKPT-NB-REFUSES   TO WS-NB-REFUSES
           MOVE WS-CKPT-NB-DIFFERES  TO WS-NB-DIFFERES
           MOVE WS-CKPT-NB-GELES     TO WS-NB-GELES
           MOVE WS-CKPT-NB-REFUS-AUT TO WS-NB-REFUS-AUTOR
           MOVE WS-CKPT-NB-IMAGES-P  TO WS-NB-IMAGES-PERDUES
           MOVE WS-CKPT-DATE-RUN     TO WS-DATE-JOUR
           .

      *    Identification de l'operateur du run (FIC-PARAM-OPER) et
                   ', fonctions ' WS-OPER-FONCTIONS
           .

      *    Fenetre batch en cours (verrou pose) : la maintenance
      *    est refusee en bloc, sauf forcage operateur motive -
      *    refus comme forcage partent au fil des alertes
       CONTROLE-FENETRE.
           MOVE 'FOREX015'          TO WS-VERR-PROGRAMME
           PERFORM CONTROLE-VERROU
           IF NOT WS-VERR-POSE
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-FORCAGE-VERROU
           MOVE 'W'                 TO WS-ALRT-SEVERITE
           MOVE SPACES              TO WS-ALRT-MESSAGE
           IF WS-VERR-FORCE
              MOVE 'VERRFORC'       TO WS-ALRT-CODE
              STRING 'Verrou ' WS-VERR-DETENTEUR ' force par '
                     WS-VERR-OPERATEUR
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'FOREX015 : FENETRE BATCH EN COURS - verrou pose '
                   'par ' WS-VERR-DETENTEUR ' le ' WS-VERR-DATE-POSE
           DISPLAY 'FOREX015 : maintenance de FICHIER1 refusee, a '
                   'relancer apres la fin de la chaine'
           MOVE 'VERROU  '          TO WS-ALRT-CODE
           STRING 'Maintenance refusee, verrou '
                  WS-VERR-DETENTEUR
                  DELIMITED BY SIZE
             INTO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           MOVE 8                   TO RETURN-CODE
           GOBACK
           .

       RECHERCHE-PROFIL.
           READ FIC-OPERATEURS
            AT END
            AT END
              SET WS-FIN-PER       TO TRUE
            NOT AT END
              IF (PER-STATUT = 'F' OR PER-STATUT = 'V')
                 AND PER-PERIODE NUMERIC
                 ADD 1             TO WS-NB-PERIODES-FERMEES
                 MOVE PER-PERIODE
           MOVE SPACES              TO WS-IMAGE-AVANT
           MOVE MVT-CH1             TO WS-CLE-APPLIQUEE

      *    Apres un restart, un mouvement de la fenetre d'avant
      *    l'abend deja trace dans la piste ou le journal n'est pas
      *    rejoue : il est seulement recompte
           IF WS-EST-UN-RESTART
              AND WS-NB-MVT-LUS NOT > WS-RPR-LIMITE
              PERFORM RECHERCHE-REPRISE
              IF WS-RPR-IDX-AUD > ZERO
                 OR WS-RPR-IDX-JAV > ZERO
                 PERFORM RATTRAPE-MOUVEMENT
                 PERFORM FIN-MOUVEMENT
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF MVT-CH1 = SPACE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'CH1 A BLANC'    TO WS-MOTIF-REFUS
      *    les refus (la piste d'audit s'en charge)
           IF WS-MVT-EST-APPLIQUE
              PERFORM ECRIT-JOURNAL-AVANT
              PERFORM EMET-EVENEMENT-MVT
           END-IF
           PERFORM ECRIT-AUDIT
           PERFORM FIN-MOUVEMENT
           .

      *    Mouvement suivant, apres le checkpoint periodique s'il
      *    echoit sur le mouvement qui vient d'etre passe
       FIN-MOUVEMENT.
           IF FUNCTION MOD (WS-NB-MVT-LUS, WS-CKPT-FREQUENCE) = ZERO
              PERFORM ECRIT-CHECKPOINT
           END-IF
           PERFORM LIT-MOUVEMENT
           .

      *    Recherche du mouvement courant (code et cle hors cle de
      *    controle, posee par FOREX062 sur un ajout) parmi les
      *    lignes de piste et les images avant de la fenetre a
      *    rattraper, non encore reprises
       RECHERCHE-REPRISE.
           MOVE ZERO                TO WS-RPR-IDX-AUD
           MOVE ZERO                TO WS-RPR-IDX-JAV
           PERFORM VARYING WS-RPR-IDX
                   FROM    1 BY 1
                   UNTIL   WS-RPR-IDX > WS-RPR-NB-AUD
                        OR WS-RPR-IDX-AUD > ZERO
              IF WS-RPR-AUD-PRIS (WS-RPR-IDX) = ZERO
                 AND WS-RPR-AUD-CODE (WS-RPR-IDX) = MVT-CODE
                 AND WS-RPR-AUD-CLE (WS-RPR-IDX) (1:9) = MVT-CH1 (1:9)
                 MOVE WS-RPR-IDX    TO WS-RPR-IDX-AUD
              END-IF
           END-PERFORM
           PERFORM VARYING WS-RPR-IDX
                   FROM    1 BY 1
                   UNTIL   WS-RPR-IDX > WS-RPR-NB-JAV
                        OR WS-RPR-IDX-JAV > ZERO
              IF WS-RPR-JAV-PRIS (WS-RPR-IDX) = ZERO
                 AND WS-RPR-JAV-CODE (WS-RPR-IDX) = MVT-CODE
                 AND WS-RPR-JAV-CLE (WS-RPR-IDX) (1:9) = MVT-CH1 (1:9)
                 MOVE WS-RPR-IDX    TO WS-RPR-IDX-JAV
              END-IF
           END-PERFORM
           .

      *    Mouvement passe avant l'abend : la ligne de piste donne
      *    son sort (recompte tel quel) ; un mouvement applique dont
      *    seule l'image avant a survecu recoit sa ligne de piste,
      *    motif REPRISE ; un mouvement applique dont l'image avant
      *    s'est perdue la recoit s'il s'agit d'un ajout (pas
      *    d'avant), sinon il est signale - FOREX036 ne saurait pas
      *    le defaire. Un mouvement applique recoit son evenement
      *    s'il ne l'a pas deja dans la boite (RATTRAPE-EVENEMENT).
       RATTRAPE-MOUVEMENT.
           ADD 1                    TO WS-NB-RATTRAPES
           IF WS-RPR-IDX-AUD = ZERO
              MOVE 1                TO WS-RPR-JAV-PRIS (WS-RPR-IDX-JAV)
              MOVE WS-RPR-JAV-CLE (WS-RPR-IDX-JAV)
                TO WS-CLE-APPLIQUEE
              PERFORM COMPTE-MVT-APPLIQUE
              PERFORM REPREND-IMAGE-JAV
              MOVE WS-CLE-APPLIQUEE TO FIC1-CH1
              READ FICHIER1
                 INVALID KEY
                    INITIALIZE FIC1-REC
              END-READ
              MOVE 'REPRISE'        TO WS-MOTIF-REFUS
              PERFORM ECRIT-AUDIT
              PERFORM RATTRAPE-EVENEMENT
              EXIT PARAGRAPH
           END-IF

           MOVE 1                   TO WS-RPR-AUD-PRIS (WS-RPR-IDX-AUD)
           MOVE WS-RPR-AUD-CLE (WS-RPR-IDX-AUD)  TO WS-CLE-APPLIQUEE
           EVALUATE WS-RPR-AUD-RESULTAT (WS-RPR-IDX-AUD)
              WHEN 'APPLIQUE'
                 PERFORM COMPTE-MVT-APPLIQUE
                 IF WS-RPR-IDX-JAV > ZERO
                    MOVE 1          TO WS-RPR-JAV-PRIS (WS-RPR-IDX-JAV)
                    PERFORM REPREND-IMAGE-JAV
                 ELSE
                    PERFORM RATTRAPE-JOURNAL-AVANT
                 END-IF
                 PERFORM RATTRAPE-EVENEMENT
              WHEN 'DIFFERE '
                 ADD 1              TO WS-NB-DIFFERES
              WHEN OTHER
                 ADD 1              TO WS-NB-REFUSES
                 EVALUATE WS-RPR-AUD-MOTIF (WS-RPR-IDX-AUD)
                    WHEN 'GEL JURIDIQUE'
                       ADD 1        TO WS-NB-GELES
                    WHEN 'FONCTION INTERDITE'
                    WHEN 'PLAFOND DEPASSE'
                       ADD 1        TO WS-NB-REFUS-AUTOR
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE
           .

      *    Image avant du mouvement rattrape, reprise du journal
       REPREND-IMAGE-JAV.
           IF WS-RPR-JAV-INDIC (WS-RPR-IDX-JAV) = 'O'
              MOVE 1                TO WS-IMAGE-PRESENTE
              MOVE WS-RPR-JAV-IMAGE (WS-RPR-IDX-JAV)
                                    TO WS-IMAGE-AVANT
           END-IF
           .

      *    Evenement d'un mouvement applique avant l'abend : deja
      *    dans la boite apres le checkpoint, il n'est pas reemis ;
      *    sinon il part avec l'image avant du journal et l'article
      *    tel qu'il est dans FICHIER1. Une modification dont
      *    l'image avant est perdue n'en recoit pas (alerte REPRISE
      *    deja levee) ; une suppression part sans image avant
       RATTRAPE-EVENEMENT.
           PERFORM RECHERCHE-EVT-REPRISE
           IF WS-RPR-IDX-EVT > ZERO
              MOVE 1                TO WS-RPR-EVT-PRIS (WS-RPR-IDX-EVT)
              EXIT PARAGRAPH
           END-IF
           IF MVT-MODIF
              AND NOT WS-IMAGE-CAPTUREE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLE-APPLIQUEE    TO FIC1-CH1
           READ FICHIER1
              INVALID KEY
                 INITIALIZE FIC1-REC
           END-READ
           PERFORM EMET-EVENEMENT-MVT
           .

      *    Evenement du mouvement courant parmi ceux du run
      *    interrompu : meme cle stockee, meme code (une modification
      *    a pu partir affinee en C ou P)
       RECHERCHE-EVT-REPRISE.
           MOVE ZERO                TO WS-RPR-IDX-EVT
           PERFORM VARYING WS-RPR-IDX
                   FROM    1 BY 1
                   UNTIL   WS-RPR-IDX > WS-RPR-NB-EVT
                        OR WS-RPR-IDX-EVT > ZERO
              IF WS-RPR-EVT-PRIS (WS-RPR-IDX) = ZERO
                 AND WS-RPR-EVT-CLE (WS-RPR-IDX) = WS-CLE-APPLIQUEE
                 AND (WS-RPR-EVT-TYPE (WS-RPR-IDX) = MVT-CODE
                      OR (MVT-MODIF
                          AND (WS-RPR-EVT-TYPE (WS-RPR-IDX) = 'C'
                            OR WS-RPR-EVT-TYPE (WS-RPR-IDX) = 'P')))
                 MOVE WS-RPR-IDX    TO WS-RPR-IDX-EVT
              END-IF
           END-PERFORM
           .

       COMPTE-MVT-APPLIQUE.
           EVALUATE TRUE
              WHEN MVT-AJOUT
                 ADD 1              TO WS-NB-AJOUTS
              WHEN MVT-MODIF
                 ADD 1              TO WS-NB-MODIFS
              WHEN MVT-SUPPR
                 ADD 1              TO WS-NB-SUPPRESSIONS
           END-EVALUATE
           .

       RATTRAPE-JOURNAL-AVANT.
           IF MVT-AJOUT
              MOVE ZERO             TO WS-IMAGE-PRESENTE
              PERFORM ECRIT-JOURNAL-AVANT
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-IMAGES-PERDUES
           DISPLAY 'FOREX015 : image avant perdue a l''abend pour '
                   MVT-CODE ' ' WS-CLE-APPLIQUEE
                   ' - mouvement non annulable par FOREX036'
           MOVE 'W'                 TO WS-ALRT-SEVERITE
           MOVE 'REPRISE '          TO WS-ALRT-CODE
           MOVE SPACES              TO WS-ALRT-MESSAGE
           STRING 'Image avant perdue ' MVT-CODE ' '
                  WS-CLE-APPLIQUEE
                  DELIMITED BY SIZE
             INTO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           .

      *    Checkpoint periodique : FICHIER1 et les sorties sont
      *    refermes puis rouverts pour que tout ce qui precede soit
      *    sur disque AVANT que le point de reprise ne l'affirme
       ECRIT-CHECKPOINT.
           CLOSE FICHIER1
                 FIC1-AUDIT
                 FIC1-JRNAVANT
                 FIC1-DIFFERES
                 FIC-EVT-SORTANTS
           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN EXTEND FIC1-AUDIT
           MOVE WS-STATUS-AUDIT     TO WS-FSTA-STATUT
           MOVE 'FIC1-AUDIT'        TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN EXTEND FIC1-JRNAVANT
           MOVE WS-STATUS-JAV       TO WS-FSTA-STATUT
           MOVE 'FIC1-JAV'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN EXTEND FIC1-DIFFERES
           MOVE WS-STATUS-DIF       TO WS-FSTA-STATUT
           MOVE 'FIC1-DIF'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN EXTEND FIC-EVT-SORTANTS
           MOVE WS-STATUS-EVTO      TO WS-FSTA-STATUT
           MOVE 'FIC-EVTO'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE 'EN-COURS'          TO WS-CKPT-STATUT
           MOVE WS-NB-MVT-LUS       TO WS-CKPT-NB-MVT-LUS
           PERFORM ECRIT-ENREG-CHECKPOINT
           .

      *    Reecriture de l'unique enregistrement du point de reprise
      *    (statut et position alimentes par l'appelant)
       ECRIT-ENREG-CHECKPOINT.
           MOVE WS-DATE-JOUR        TO WS-CKPT-DATE-RUN
           MOVE WS-OPERATEUR-ID     TO WS-CKPT-OPERATEUR
           MOVE WS-RPR-PREMIER-MVT  TO WS-CKPT-PREMIER-MVT
           MOVE WS-NB-AJOUTS        TO WS-CKPT-NB-AJOUTS
           MOVE WS-NB-MODIFS        TO WS-CKPT-NB-MODIFS
           MOVE WS-NB-SUPPRESSIONS  TO WS-CKPT-NB-SUPPR
           MOVE WS-NB-REFUSES       TO WS-CKPT-NB-REFUSES
           MOVE WS-NB-DIFFERES      TO WS-CKPT-NB-DIFFERES
           MOVE WS-NB-GELES         TO WS-CKPT-NB-GELES
           MOVE WS-NB-REFUS-AUTOR   TO WS-CKPT-NB-REFUS-AUT
           MOVE WS-NB-IMAGES-PERDUES  TO WS-CKPT-NB-IMAGES-P
           MOVE WS-SCL-PRECEDENT    TO WS-CKPT-SCEAU
           MOVE WS-EVT-SEQUENCE     TO WS-CKPT-SEQ-EVT
           OPEN OUTPUT FIC1-CKPT
           MOVE WS-STATUS-CKPT      TO WS-FSTA-STATUT
           MOVE 'FIC1-CKPT'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           WRITE CKPT-REC FROM WS-CKPT-REC
           CLOSE FIC1-CKPT
           .

      *    Controle du mouvement courant contre le profil de
      *    l'operateur : la fonction du mouvement doit figurer dans
      *    ses fonctions autorisees, et le montant d'un ajout ou
              INVALID KEY
                 MOVE ZERO                TO WS-MVT-APPLIQUE
                 MOVE 'CLE DEJA PRESENTE' TO WS-MOTIF-REFUS
                 IF WS-EST-UN-RESTART
                    AND WS-NB-MVT-LUS NOT > WS-RPR-LIMITE
                    PERFORM CONTROLE-AJOUT-REPRIS
                 END-IF
              NOT INVALID KEY
                 ADD 1                    TO WS-NB-AJOUTS
           END-WRITE
           .

      *    Ajout de la fenetre a rattraper apres un restart, dont ni
      *    la piste ni le journal n'ont garde trace : l'article deja
      *    present avec le meme contenu CH2 est celui que le run
      *    interrompu a ajoute, le mouvement compte comme applique
       CONTROLE-AJOUT-REPRIS.
           READ FICHIER1
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           IF FIC1-CH2 = MVT-CH2
              MOVE 1                TO WS-MVT-APPLIQUE
              MOVE 'REPRISE'        TO WS-MOTIF-REFUS
              ADD 1                 TO WS-NB-AJOUTS
              ADD 1                 TO WS-NB-RATTRAPES
           END-IF
           .

      *    Modification : lecture directe par cle puis REWRITE du
      *    contenu CH2 - une cle absente refuse le mouvement
       APPLIQUE-MODIFICATION.
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'CLE ABSENTE'    TO WS-MOTIF-REFUS
              NOT INVALID KEY
                 PERFORM TESTE-GEL-ARTICLE
                 IF WS-GELJ-RETENU
                    EXIT PARAGRAPH
                 END-IF
      *          Image avant capturee avant toute retouche, pour le
      *          journal relu par FOREX036
                 MOVE FIC1-REC         TO WS-IMAGE-AVANT
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'CLE ABSENTE'    TO WS-MOTIF-REFUS
              NOT INVALID KEY
                 PERFORM TESTE-GEL-ARTICLE
                 IF WS-GELJ-RETENU
                    EXIT PARAGRAPH
                 END-IF
                 MOVE FIC1-REC         TO WS-IMAGE-AVANT
                 SET WS-IMAGE-CAPTUREE TO TRUE
                 DELETE FICHIER1
           END-READ
           .

      *    Article lu sous gel juridique (cle, contrepartie ou date
      *    d'effet) : le mouvement est refuse, trace dans la piste
      *    comme tout refus
       TESTE-GEL-ARTICLE.
           INITIALIZE WS-GELJ-DEMANDE
           MOVE FIC1-CH1            TO WS-GELJ-CLE
           MOVE FIC1-CODE-CTP       TO WS-GELJ-CTP
           IF FIC1-DATE-EFFET NUMERIC
              MOVE FIC1-DATE-EFFET  TO WS-GELJ-DATE
           END-IF
           PERFORM TESTE-GEL-JURIDIQUE
           IF WS-GELJ-RETENU
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'GEL JURIDIQUE'  TO WS-MOTIF-REFUS
              ADD 1                 TO WS-NB-GELES
              MOVE SPACES           TO WS-GELJ-OBJET
              STRING 'MOUVEMENT ' MVT-CODE ' ' FIC1-CH1 ' REFUSE'
                     DELIMITED BY SIZE INTO WS-GELJ-OBJET
              PERFORM NOTE-GEL-JURIDIQUE
           END-IF
           .

      *    Trace de l'image avant du mouvement applique dans le
      *    journal FIC1-JRNAVANT : FOREX036 rejoue ce journal en
      *    sens inverse pour annuler le run (un ajout se defait par
           WRITE JAV-REC
           .

      *    Evenement du mouvement applique pour les abonnes de
      *    FOREX085 : l'image apres est l'article tel que stocke
       EMET-EVENEMENT-MVT.
           MOVE MVT-CODE            TO WS-EVT-TYPE
           MOVE WS-CLE-APPLIQUEE    TO WS-EVT-CLE
           MOVE WS-IMAGE-AVANT      TO WS-EVT-IMAGE-AVANT
           MOVE FIC1-REC            TO WS-EVT-IMAGE-APRES
           PERFORM ECRIT-EVENEMENT-FIC1
           .

      *    Trace du mouvement courant dans la piste d'audit, qu'il
      *    ait ete applique ou refuse
       ECRIT-AUDIT.
           EVALUATE TRUE
              WHEN WS-MVT-EST-APPLIQUE
                 MOVE 'APPLIQUE'    TO AUDIT-RESULTAT
                 MOVE WS-MOTIF-REFUS   TO AUDIT-MOTIF
              WHEN WS-MVT-DIFFERE
                 MOVE 'DIFFERE '    TO AUDIT-RESULTAT
                 MOVE WS-MOTIF-REFUS   TO AUDIT-MOTIF
                 MOVE WS-MOTIF-REFUS   TO AUDIT-MOTIF
           END-EVALUATE
           MOVE MVT-CH2             TO AUDIT-CH2
      *    Montant de l'article tel qu'applique (ou parque), tel que
      *    demande sur un refus - la revue des operateurs en fait
      *    ses cumuls
           IF WS-MVT-EST-APPLIQUE OR WS-MVT-DIFFERE
              MOVE FIC1-MONTANT     TO AUDIT-MONTANT
              MOVE FIC1-DEVISE      TO AUDIT-DEVISE
           ELSE
              IF MVT-MONTANT NUMERIC
                 MOVE MVT-MONTANT   TO AUDIT-MONTANT
                 MOVE MVT-DEVISE    TO AUDIT-DEVISE
              END-IF
           END-IF
           MOVE WS-OPERATEUR-ID     TO AUDIT-OPERATEUR
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Fil consolide des alertes operateur
           COPY ALRTP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRP.
      *    Boite d'evenements de FICHIER1
           COPY EVTP.
      *    Registre des gels juridiques
           COPY GELJP.


      * Fin du pgm
           DISPLAY 'REFUSES        = ' WS-NB-REFUSES-EDT
           MOVE WS-NB-DIFFERES      TO WS-NB-MVT-LUS-EDT
           DISPLAY 'DIFFERES       = ' WS-NB-MVT-LUS-EDT
           MOVE WS-NB-GELES         TO WS-NB-MVT-LUS-EDT
           DISPLAY 'DONT GELES     = ' WS-NB-MVT-LUS-EDT
           IF WS-EST-UN-RESTART
              MOVE WS-NB-RATTRAPES  TO WS-NB-MVT-LUS-EDT
              DISPLAY 'RATTRAPES      = ' WS-NB-MVT-LUS-EDT
              MOVE WS-NB-IMAGES-PERDUES  TO WS-NB-MVT-LUS-EDT
              DISPLAY 'IMAGES PERDUES = ' WS-NB-MVT-LUS-EDT
           END-IF
           PERFORM RAPPORTE-GELS-JURIDIQUES

           CLOSE FICHIER1
                 FIC1-MVT
                 FIC1-AUDIT
                 FIC1-JRNAVANT
                 FIC1-DIFFERES
           PERFORM FERME-EVT-SORTANTS

      *    Point de reprise final : le run est arrive a son terme, une
      *    resoumission repartira du debut
           MOVE 'TERMINE '          TO WS-CKPT-STATUT
           MOVE WS-NB-MVT-LUS       TO WS-CKPT-NB-MVT-LUS
           PERFORM ECRIT-ENREG-CHECKPOINT

           IF WS-GELJ-NB-REJETES > ZERO
              OR WS-NB-IMAGES-PERDUES > ZERO
              MOVE 4                TO RETURN-CODE
              MOVE 4                TO WS-JSUM-SEVERITE
           END-IF

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC1-MVT'          TO WS-JSUM-FIC-NOM
