      *         est repute deja au cours du jour (pas de mouvement)  *
      *       . reecrit FIC1-MONTANT au nouveau cours (montant x     *
      *         cours nouveau / cours ancien) et cumule l'ecart      *
      *       . le montant reevalue est arrondi par le service       *
      *         FOREX089 aux decimales de la devise (usage           *
      *         conversion), residus au rapport FIC-RESIDUS          *
      *   - Produit le rapport FIC-RAPPORT-REEVAL : gain/perte de    *
      *     change cumule par FIC1-CODE-PAYS, pour l'ecriture        *
      *     comptable de la finance                                  *
      *   - Une devise sans cotation du mois laisse l'article        *
      *     intact, se compte, et leve une alerte W au pupitre       *
      *   - Chaque montant reecrit laisse sa trace dans la piste     *
      *     d'audit FIC1-AUDIT (code V, motif REEVALUATION, montant  *
      *     apres reevaluation, sceau chaine SCLW/SCLP) : le         *
      *     rapprochement grand livre FOREX117 y retrouve les        *
      *     articles reevalues du mois                               *
      *   - FICTXC(0) grossit chaque jour des cours de FOREX075 : les*
      *     tables ne gardent que la cotation la plus recente de     *
      *     chaque devise (comme RETIENT-TAUX de FOREX082), plus de  *
      *     chargement arrete a 2000 cours ; table pleine = RC 16    *
      *   - Chaque montant reevalue emet son evenement P (images     *
      *     avant / apres) dans la boite FIC-EVT-SORTANTS distribuee *
      *     par FOREX085 (copybooks EVT*)                            *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RAPPORT.
      * FIC1-AUDIT : piste d'audit partagee avec FOREX015/FOREX016
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
      *    FIC-ALERTES : fil consolide des alertes operateur,
      *                  partagé avec FOREX009 et FOREX00B
           COPY ALRTS.
      * FIC-EVT-SORTANTS : boite d'evenements de FICHIER1, avec son
      *   numero de sequence
           COPY EVTS.

      *
      *==============================================================*
       FD  FIC-RAPPORT-REEVAL.
       01  RREEV-REC            PIC X(80).

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

           COPY ALRT.
           COPY EVT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-INDIC-FIN-TXP     PIC 9      VALUE ZERO.
               88 WS-FIN-TXP                   VALUE 1.
           02  WS-STATUS-RAPPORT    PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
      *    Tables des taux charges, cloture du mois et cloture
      *    precedente - pour une devise cotee plusieurs fois, la
      *    cotation la plus recente l'emporte (meme regle que
      *    DETERMINE-TAUX-CHANGE de FOREX00B) ; les cours quotidiens
      *    integres par FOREX075 s'accumulent dans la generation,
      *    chaque table ne garde donc qu'un poste par devise
       01  WS-NB-TAUX-MOIS          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TAUX-MOIS.
           05  WS-TXM-ENTREE OCCURS 2000.
               10 WS-TXM-DEVISE     PIC X(03).
               10 WS-TXM-DATE       PIC 9(08).
               10 WS-TXM-TAUX       PIC 9(03)V9(06).
       01  WS-NB-TAUX-PREC          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TAUX-PREC.
           05  WS-TXQ-ENTREE OCCURS 2000.
               10 WS-TXQ-DEVISE     PIC X(03).
               10 WS-TXQ-DATE       PIC 9(08).
               10 WS-TXQ-TAUX       PIC 9(03)V9(06).
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *    Zones d'appel du service d'arrondi par devise
           COPY ARRW.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.
      *    Boite d'evenements de FICHIER1
           COPY EVTW.

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
      *    Resume de fin de job standardise
           MOVE 'FOREX039'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX039'  TO WS-ARR-PROGRAMME

           PERFORM CHARGE-TAUX-MOIS
           PERFORM CHARGE-TAUX-PREC

      *    Boite d'evenements ouverte avant FICHIER1 : pas de mise
      *    a jour sans son evenement
           MOVE 'FOREX039'          TO WS-EVT-PROGRAMME
           PERFORM OUVRE-EVT-SORTANTS

           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           MOVE 'FIC-RREEV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    La piste d'audit est partagee (DISP=MOD dans le JCL)
           PERFORM CHARGE-DERNIER-SCEAU
           OPEN EXTEND FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              OPEN OUTPUT FIC1-AUDIT
              MOVE WS-STATUS-AUDIT  TO WS-FSTA-STATUT
              MOVE 'FIC1-AUDIT'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF

           PERFORM LIT-ARTICLE
           .

           END-IF
           PERFORM LIT-TAUX-MOIS
             UNTIL WS-FIN-TXC
           CLOSE FIC-TAUX-CHANGE
           .

            AT END
              SET WS-FIN-TXC       TO TRUE
            NOT AT END
              PERFORM RETIENT-TAUX-MOIS
           END-READ
           .

      *    Cotation la plus recente de la devise dans la table du
      *    mois : poste de la devise cree a sa premiere cotation
       RETIENT-TAUX-MOIS.
           PERFORM VARYING WS-IDX-TXC FROM 1 BY 1
                   UNTIL   WS-IDX-TXC > WS-NB-TAUX-MOIS
                        OR WS-TXM-DEVISE (WS-IDX-TXC) = TXC-DEVISE
              CONTINUE
           END-PERFORM
           IF WS-IDX-TXC > WS-NB-TAUX-MOIS
              IF WS-NB-TAUX-MOIS >= 2000
                 DISPLAY 'ABEND - TABLE DES COURS PLEINE (2000)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-TAUX-MOIS
              MOVE WS-NB-TAUX-MOIS  TO WS-IDX-TXC
              MOVE TXC-DEVISE       TO WS-TXM-DEVISE (WS-IDX-TXC)
              MOVE ZERO             TO WS-TXM-DATE (WS-IDX-TXC)
           END-IF
           IF TXC-DATE >= WS-TXM-DATE (WS-IDX-TXC)
              MOVE TXC-DATE         TO WS-TXM-DATE (WS-IDX-TXC)
              MOVE TXC-TAUX         TO WS-TXM-TAUX (WS-IDX-TXC)
           END-IF
           .

      *    Table des taux de la cloture precedente - facultative :
      *    sans elle (1ere reevaluation), les articles sont reputes
      *    deja au cours du jour et aucun ecart n'est constate
           IF WS-STATUS-TXP = '00'
              PERFORM LIT-TAUX-PREC
                UNTIL WS-FIN-TXP
              CLOSE FIC-TAUX-PREC
           ELSE
              DISPLAY 'FIC-TAUX-PREC absent, premiere reevaluation'
            AT END
              SET WS-FIN-TXP       TO TRUE
            NOT AT END
              PERFORM RETIENT-TAUX-PREC
           END-READ
           .

      *    Meme regle pour la table de la cloture precedente
       RETIENT-TAUX-PREC.
           PERFORM VARYING WS-IDX-TXC FROM 1 BY 1
                   UNTIL   WS-IDX-TXC > WS-NB-TAUX-PREC
                        OR WS-TXQ-DEVISE (WS-IDX-TXC) = TXP-DEVISE
              CONTINUE
           END-PERFORM
           IF WS-IDX-TXC > WS-NB-TAUX-PREC
              IF WS-NB-TAUX-PREC >= 2000
                 DISPLAY 'ABEND - TABLE DES COURS PRECEDENTS PLEINE '
                         '(2000)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-TAUX-PREC
              MOVE WS-NB-TAUX-PREC  TO WS-IDX-TXC
              MOVE TXP-DEVISE       TO WS-TXQ-DEVISE (WS-IDX-TXC)
              MOVE ZERO             TO WS-TXQ-DATE (WS-IDX-TXC)
           END-IF
           IF TXP-DATE >= WS-TXQ-DATE (WS-IDX-TXC)
              MOVE TXP-DATE         TO WS-TXQ-DATE (WS-IDX-TXC)
              MOVE TXP-TAUX         TO WS-TXQ-TAUX (WS-IDX-TXC)
           END-IF
           .

       LIT-ARTICLE.
           READ FICHIER1 NEXT
            AT END
           END-IF

           MOVE FIC1-MONTANT        TO WS-MONTANT-AVANT
           COMPUTE WS-ARR-BRUT
                 = WS-MONTANT-AVANT * WS-TAUX-NOUVEAU
                 / WS-TAUX-ANCIEN
           MOVE FIC1-DEVISE         TO WS-ARR-DEVISE
           SET WS-ARR-CONVERSION    TO TRUE
           MOVE 2                   TO WS-ARR-PRECISION
           PERFORM ARRONDIT-MONTANT
           MOVE WS-ARR-ARRONDI      TO WS-MONTANT-APRES
           COMPUTE WS-ECART-ARTICLE = WS-MONTANT-APRES
                                    - WS-MONTANT-AVANT

           MOVE FIC1-REC            TO WS-EVT-IMAGE-AVANT
           MOVE WS-MONTANT-APRES    TO FIC1-MONTANT
           REWRITE FIC1-REC
              INVALID KEY
              NOT INVALID KEY
                 ADD 1              TO WS-NB-REEVALUES
                 PERFORM CUMULE-ECART-PAYS
                 IF WS-ECART-ARTICLE NOT = ZERO
                    PERFORM ECRIT-AUDIT-REEVAL
                    PERFORM EMET-EVENEMENT-REEVAL
                 END-IF
           END-REWRITE
           .

      *    Evenement du montant reecrit pour les abonnes de FOREX085
      *    - comme la piste, seulement quand le montant a bouge
       EMET-EVENEMENT-REEVAL.
           MOVE 'P'                 TO WS-EVT-TYPE
           MOVE FIC1-CH1            TO WS-EVT-CLE
           MOVE FIC1-REC            TO WS-EVT-IMAGE-APRES
           PERFORM ECRIT-EVENEMENT-FIC1
           .

      *    Trace du montant reecrit (code V) - un article dont le
      *    cours n'a pas bouge n'encombre pas la piste
       ECRIT-AUDIT-REEVAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           STRING WS-DHS-ANNEE "-" WS-DHS-MOIS "-" WS-DHS-JOUR "-"
                  WS-DHS-HEURE WS-DHS-MINUTE WS-DHS-SECONDE
                  DELIMITED BY SIZE
             INTO WS-DATE-HEURE-EDT
           MOVE SPACES              TO AUDIT-REC
           MOVE WS-DATE-HEURE-EDT   TO AUDIT-DATE-HEURE
           MOVE 'V'                 TO AUDIT-CODE-MVT
           MOVE FIC1-CH1            TO AUDIT-CLE
           MOVE 'APPLIQUE'          TO AUDIT-RESULTAT
           MOVE 'REEVALUATION'      TO AUDIT-MOTIF
           MOVE FIC1-CH2            TO AUDIT-CH2
           MOVE 'FOREX039'          TO AUDIT-OPERATEUR
           MOVE FIC1-MONTANT        TO AUDIT-MONTANT
           MOVE FIC1-DEVISE         TO AUDIT-DEVISE
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           .

      *    Cours du mois applicable a FIC1-DEVISE : la cotation la
      *    plus recente de la table du mois
       CHERCHE-TAUX-NOUVEAU.
           COPY ALRTP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Appels du service d'arrondi par devise FOREX089
           COPY ARRP.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Boite d'evenements de FICHIER1
           COPY EVTP.

      * Fin du pgm
       FIN.
           DISPLAY 'REEVALUES         = ' WS-NB-EDT
           MOVE WS-NB-SANS-COTATION TO WS-NB-EDT
           DISPLAY 'SANS COTATION     = ' WS-NB-EDT
           MOVE WS-ARR-NB-ANOMALIES TO WS-NB-EDT
           DISPLAY 'ANOMALIES ARRONDI = ' WS-NB-EDT

      *    Residus d'arrondi des reevaluations du run
           PERFORM EMET-RESIDUS-ARRONDI

      *    Des devises sans cotation meritent l'attention du
      *    pupitre : les montants concernes restent a l'ancien cours

           CLOSE FICHIER1
                 FIC-RAPPORT-REEVAL
                 FIC1-AUDIT
           PERFORM FERME-EVT-SORTANTS

           MOVE WS-RC-RUN           TO RETURN-CODE

