      *     FIC-ATTENTE-APPROB du lendemain (rotation par le JCL)    *
      *   - L'operateur s'identifie a l'ouverture (profils           *
      *     FIC-OPERATEURS partages avec FOREX015/FOREX016)          *
      *   - Chaque ligne ecrite dans FIC1-AUDIT porte un sceau       *
      *     chaine a celui de la ligne precedente (copybooks         *
      *     SCLW/SCLP, controle quotidien FOREX078)                  *
      *   - Pendant la fenetre batch (verrou FIC-VERROU pose par la  *
      *     chaine de nuit), une approbation n'est pas appliquee :   *
      *     la demande est reportee, sauf forcage motive de          *
      *     l'approbateur, journalise dans FIC-JRN-FORCAGE           *
      *     (copybooks VERR*) ; les rejets, qui ne touchent pas      *
      *     FICHIER1, restent possibles                              *
      *   - Chaque correction approuvee emet son evenement (avant /  *
      *     apres, approbateur en operateur) dans la boite           *
      *     FIC-EVT-SORTANTS distribuee par FOREX085 (copybooks      *
      *     EVT*)                                                    *
      *   - Une correction approuvee sur un article sous gel         *
      *     juridique (cle, contrepartie ou date d'effet dans une    *
      *     plage gelee - copybooks GELJ*) n'est pas appliquee : la  *
      *     demande est reportee jusqu'a la levee du gel et listee   *
      *     avec son dossier                                         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-OPER.
      * FIC-VERROU : verrou de fenetre de mise a jour de FICHIER1,
      *   et journal des forcages
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

      * Profil d'un operateur, meme dessin que FOREX015
       FD  FIC-OPERATEURS.
         10 OPER-PLAFOND      PIC 9(09).
         10 FILLER            PIC X(57).

           COPY VERR.

           COPY EVT.

           COPY GELJ.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-NB-APPROUVEES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-REJETEES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-REPORTEES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-GELEES         PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZ9.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRW.

      *    Date et heure systeme, pour l'horodatage de l'audit
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-SECONDE       PIC 9(02).
           02  FILLER               PIC X(10).
       01  WS-DATE-HEURE-EDT        PIC X(17).
      *    Boite d'evenements de FICHIER1
           COPY EVTW.
      *    Registre des gels juridiques
           COPY GELJW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
           INITIALIZE  WS-COMPTEURS

           PERFORM OUVRE-SESSION-OPERATEUR
           MOVE 'FOREX046'          TO WS-VERR-PROGRAMME

      *    Registre des gels juridiques, avant d'ouvrir FICHIER1
           MOVE 'FOREX046'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES

           OPEN INPUT FIC-ATTENTE-APPROB
           IF WS-STATUS-APPR NOT = '00'
              EXIT PARAGRAPH
           END-IF

      *    Boite d'evenements ouverte avant FICHIER1 : pas de mise
      *    a jour sans son evenement
           MOVE 'FOREX046'          TO WS-EVT-PROGRAMME
           MOVE WS-OPERATEUR-ID     TO WS-EVT-OPERATEUR
           PERFORM OUVRE-EVT-SORTANTS

           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    La piste d'audit est partagee (DISP=MOD dans le JCL)
           PERFORM CHARGE-DERNIER-SCEAU
           OPEN EXTEND FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              OPEN OUTPUT FIC1-AUDIT
      *    Application de la correction approuvee sur FICHIER1 et
      *    trace d'audit aux deux identites
       APPROUVE-DEMANDE.
           PERFORM CONTROLE-FENETRE-SESSION
           IF WS-VERR-POSE
              AND NOT WS-VERR-FORCE
              DISPLAY '  fenetre batch en cours, demande reportee'
              PERFORM REPORTE-DEMANDE
              EXIT PARAGRAPH
           END-IF
           MOVE APR-CLE             TO FIC1-CH1
           READ FICHIER1
              INVALID KEY
                         'rejetee d''office'
                 PERFORM REJETTE-DEMANDE
              NOT INVALID KEY
                 PERFORM TESTE-GEL-ARTICLE
                 IF WS-GELJ-RETENU
                    EXIT PARAGRAPH
                 END-IF
                 MOVE FIC1-REC         TO WS-EVT-IMAGE-AVANT
                 MOVE APR-MONTANT-DEM  TO FIC1-MONTANT
                 REWRITE FIC1-REC
                    INVALID KEY
                       ADD 1        TO WS-NB-APPROUVEES
                       MOVE 'APPLIQUE' TO WS-RESULTAT-DECISION
                       PERFORM ECRIT-AUDIT-DECISION
                       MOVE 'M'     TO WS-EVT-TYPE
                       MOVE FIC1-CH1 TO WS-EVT-CLE
                       MOVE FIC1-REC TO WS-EVT-IMAGE-APRES
                       PERFORM ECRIT-EVENEMENT-FIC1
                       DISPLAY '  correction appliquee'
                 END-REWRITE
           END-READ
           .

      *    Article sous gel juridique (cle, contrepartie ou date
      *    d'effet) : la demande attend la levee du gel
       TESTE-GEL-ARTICLE.
           INITIALIZE WS-GELJ-DEMANDE
           MOVE FIC1-CH1            TO WS-GELJ-CLE
           MOVE FIC1-CODE-CTP       TO WS-GELJ-CTP
           IF FIC1-DATE-EFFET NUMERIC
              MOVE FIC1-DATE-EFFET  TO WS-GELJ-DATE
           END-IF
           PERFORM TESTE-GEL-JURIDIQUE
           IF WS-GELJ-RETENU
              ADD 1                 TO WS-NB-GELEES
              MOVE SPACES           TO WS-GELJ-OBJET
              STRING 'CORRECTION ' FIC1-CH1 ' REPORTEE'
                     DELIMITED BY SIZE INTO WS-GELJ-OBJET
              PERFORM NOTE-GEL-JURIDIQUE
              DISPLAY '  article sous gel juridique, demande '
                      'reportee'
              PERFORM REPORTE-DEMANDE
           END-IF
           .

      *    Verrou de fenetre relu a chaque approbation (la chaine
      *    peut demarrer en cours de session) - un forcage accorde
      *    vaut pour le reste de la session
       CONTROLE-FENETRE-SESSION.
           IF WS-VERR-FORCE
              EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLE-VERROU
           IF NOT WS-VERR-POSE
              EXIT PARAGRAPH
           END-IF
           DISPLAY '  FENETRE BATCH EN COURS - verrou pose par '
                   WS-VERR-DETENTEUR ' le ' WS-VERR-DATE-POSE
           MOVE WS-OPERATEUR-ID     TO WS-VERR-OPERATEUR
           PERFORM DEMANDE-FORCAGE-VERROU
           .

       REJETTE-DEMANDE.
           ADD 1                    TO WS-NB-REJETEES
           MOVE 'REJETE  '          TO WS-RESULTAT-DECISION
           IF WS-RESULTAT-DECISION = 'APPLIQUE'
              MOVE FIC1-CH2         TO AUDIT-CH2
           END-IF
      *    Montant demande, applique ou non
           MOVE APR-MONTANT-DEM     TO AUDIT-MONTANT
           IF WS-RESULTAT-DECISION = 'APPLIQUE'
              MOVE FIC1-DEVISE      TO AUDIT-DEVISE
           END-IF
           MOVE APR-OPER-DEMANDE    TO AUDIT-OPERATEUR
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRP.
      *    Boite d'evenements de FICHIER1
           COPY EVTP.
      *    Registre des gels juridiques
           COPY GELJP.

      * Fin du pgm
       FIN.
           DISPLAY ' REJETEES        = ' WS-NB-EDT
           MOVE WS-NB-REPORTEES     TO WS-NB-EDT
           DISPLAY ' REPORTEES       = ' WS-NB-EDT
           MOVE WS-NB-GELEES        TO WS-NB-EDT
           DISPLAY '  DONT SOUS GEL  = ' WS-NB-EDT
           DISPLAY '================================================'

      *    Les fichiers ne sont ouverts que si la file d'attente
                    FIC-ATTENTE-SUITE
                    FICHIER1
                    FIC1-AUDIT
              PERFORM FERME-EVT-SORTANTS
           END-IF

           GOBACK.
