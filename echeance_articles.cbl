      *     la decouvrir apres                                       *
      *   - Une date d'expiration a zero = sans echeance : l'article *
      *     n'est jamais clos par ce programme                       *
      *   - Chaque ligne ecrite dans FIC1-AUDIT porte un sceau       *
      *     chaine a celui de la ligne precedente (copybooks         *
      *     SCLW/SCLP, controle quotidien FOREX078)                  *
      *   - Tient le verrou de fenetre FIC-VERROU pendant son        *
      *     balayage s'il n'est pas deja pose par la chaine          *
      *     FOREX021 (copybooks VERR*) : aucune mise a jour en       *
      *     ligne de FICHIER1 ne croise le passage                   *
      *   - Chaque cloture emet son evenement (avant / apres) dans   *
      *     la boite FIC-EVT-SORTANTS distribuee par FOREX085        *
      *     (copybooks EVT*)                                         *
      *   - Un article echu sous gel juridique (cle, contrepartie    *
      *     ou date d'effet dans une plage gelee - copybooks GELJ*)  *
      *     n'est pas clos : compte et liste avec son dossier ; une  *
      *     ligne de registre invalide vaut RC 4                     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PREAV.
      * FIC-VERROU : verrou de fenetre de mise a jour de FICHIER1
           COPY VERRS.
      * FIC-EVT-SORTANTS : boite d'evenements de FICHIER1, avec son
      *   numero de sequence
           COPY EVTS.
      * FIC-GELS-JURIDIQUES : registre des gels (obligatoire)
           COPY GELJS.

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

      * Preavis d'echeance : horizon (J-30/J-60/J-90), cle, libelle,
      * date d'expiration et jours restants
         10 PREAV-JOURS      PIC 9(03).
         10 FILLER           PIC X(31)  VALUE SPACE.

           COPY VERR.

           COPY EVT.

           COPY GELJ.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-NB-CLOTURES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-PREAVIS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-DATES-INVALIDES PIC S9(9) VALUE ZERO.
           02  WS-NB-GELES          PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRW.

      *    Date et heure systeme, pour l'horodatage de l'audit et
      *    le calcul du quantieme du jour
           02  FILLER               PIC X(10).
       01  WS-DHS-DATE-NUM          PIC 9(08)  VALUE ZERO.
       01  WS-DATE-HEURE-EDT        PIC X(17).
      *    Boite d'evenements de FICHIER1
           COPY EVTW.
      *    Registre des gels juridiques
           COPY GELJW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
           MOVE 'FOREX038'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

      *    Registre des gels juridiques, charge avant la pose du
      *    verrou : son absence arrete le run sans rien toucher
           MOVE 'FOREX038'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES

      *    Verrou de fenetre : pas de mise a jour en ligne de
      *    FICHIER1 pendant le balayage
           MOVE 'FOREX038'  TO WS-VERR-PROGRAMME
           PERFORM POSE-VERROU

      *    Quantieme du jour, base des comparaisons d'echeance
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DHS-DATE-NUM
           COMPUTE WS-JOUR-COURANT
                 = FUNCTION INTEGER-OF-DATE (WS-DHS-DATE-NUM)

      *    Boite d'evenements ouverte avant FICHIER1 : pas de mise
      *    a jour sans son evenement
           MOVE 'FOREX038'          TO WS-EVT-PROGRAMME
           PERFORM OUVRE-EVT-SORTANTS

           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER

      *    La piste d'audit est partagee (DISP=MOD dans le JCL) :
      *    ouverte en EXTEND, creee en OUTPUT si elle n'existe pas
           PERFORM CHARGE-DERNIER-SCEAU
           OPEN EXTEND FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              OPEN OUTPUT FIC1-AUDIT
                                     - WS-JOUR-COURANT
           EVALUATE TRUE
              WHEN WS-JOURS-RESTANTS <= ZERO
                 PERFORM TESTE-GEL-ARTICLE
                 IF NOT WS-GELJ-RETENU
                    PERFORM CLOTURE-ARTICLE
                 END-IF
              WHEN WS-JOURS-RESTANTS <= 30
                 MOVE 'J-30'        TO PREAV-HORIZON
                 PERFORM ECRIT-PREAVIS
           END-IF
           .

      *    Un article gele (cle, contrepartie ou date d'effet) garde
      *    son statut malgre l'echeance
       TESTE-GEL-ARTICLE.
           INITIALIZE WS-GELJ-DEMANDE
           MOVE FIC1-CH1            TO WS-GELJ-CLE
           MOVE FIC1-CODE-CTP       TO WS-GELJ-CTP
           IF FIC1-DATE-EFFET NUMERIC
              MOVE FIC1-DATE-EFFET  TO WS-GELJ-DATE
           END-IF
           PERFORM TESTE-GEL-JURIDIQUE
           IF WS-GELJ-RETENU
              ADD 1                 TO WS-NB-GELES
              MOVE SPACES           TO WS-GELJ-OBJET
              STRING 'ARTICLE ' FIC1-CH1 ' ECHU NON CLOS'
                     DELIMITED BY SIZE INTO WS-GELJ-OBJET
              PERFORM NOTE-GEL-JURIDIQUE
           END-IF
           .

      *    Cloture de l'article echu : statut C reecrit sur place,
      *    trace dans la piste d'audit partagee
       CLOTURE-ARTICLE.
           MOVE FIC1-REC            TO WS-EVT-IMAGE-AVANT
           MOVE 'C'                 TO FIC1-STATUT
           REWRITE FIC1-REC
              INVALID KEY
              NOT INVALID KEY
                 ADD 1              TO WS-NB-CLOTURES
                 PERFORM ECRIT-AUDIT-CLOTURE
                 MOVE 'M'           TO WS-EVT-TYPE
                 MOVE FIC1-CH1      TO WS-EVT-CLE
                 MOVE FIC1-REC      TO WS-EVT-IMAGE-APRES
                 PERFORM ECRIT-EVENEMENT-FIC1
           END-REWRITE
           .

           MOVE 'CLOTURE ECHEANCE'  TO AUDIT-MOTIF
           MOVE FIC1-CH2            TO AUDIT-CH2
           MOVE 'FOREX038'          TO AUDIT-OPERATEUR
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRP.
      *    Boite d'evenements de FICHIER1
           COPY EVTP.
      *    Registre des gels juridiques
           COPY GELJP.

      * Fin du pgm
       FIN.
           DISPLAY 'PREAVIS EMIS     = ' WS-NB-EDT
           MOVE WS-NB-DATES-INVALIDES TO WS-NB-EDT
           DISPLAY 'DATES INVALIDES  = ' WS-NB-EDT
           MOVE WS-NB-GELES         TO WS-NB-EDT
           DISPLAY 'ECHUS GELES      = ' WS-NB-EDT
           PERFORM RAPPORTE-GELS-JURIDIQUES

           CLOSE FICHIER1
                 FIC1-AUDIT
                 FIC-PREAVIS
           PERFORM FERME-EVT-SORTANTS
           PERFORM LEVE-VERROU

           IF WS-GELJ-NB-REJETES > ZERO
              MOVE 4                TO RETURN-CODE
              MOVE 4                TO WS-JSUM-SEVERITE
           END-IF

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
