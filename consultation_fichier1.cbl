      *     horodatee dans la piste d'audit FIC1-AUDIT, au meme      *
      *     format que la maintenance batch FOREX015                 *
      *   - Une cle a blanc (ENTREE seule) met fin a la session      *
      *   - Chaque ligne ecrite dans FIC1-AUDIT porte un sceau       *
      *     chaine a celui de la ligne precedente (copybooks         *
      *     SCLW/SCLP, controle quotidien FOREX078)                  *
      *   - Pendant la fenetre batch (verrou FIC-VERROU pose par la  *
      *     chaine de nuit), la consultation reste ouverte mais      *
      *     toute correction ou suppression est refusee ; le         *
      *     forcage, motif obligatoire, est journalise dans          *
      *     FIC-JRN-FORCAGE et vaut pour le reste de la session      *
      *     (copybooks VERR*)                                        *
      *   - Chaque correction ou suppression emet son evenement      *
      *     (avant / apres, operateur de la session) dans la boite   *
      *     FIC-EVT-SORTANTS distribuee par FOREX085 (copybooks      *
      *     EVT*)                                                    *
      *   - Un article sous gel juridique (cle, contrepartie ou      *
      *     date d'effet dans une plage gelee - copybooks GELJ*)     *
      *     s'affiche avec son dossier ; sa correction ou sa         *
      *     suppression est refusee et listee en fin de session      *
      *   - Notes libres par article (copybooks NOTA*) : l'affichage *
      *     signale un article annote, l'action N liste ses notes    *
      *     dans l'ordre chronologique et en ajoute une (categorie,  *
      *     cinq lignes au plus) ; une note n'est jamais modifiee    *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-APPR.
      * FIC-VERROU : verrou de fenetre de mise a jour de FICHIER1,
      *   et journal des forcages
           COPY VERRS.
      * FIC-EVT-SORTANTS : boite d'evenements de FICHIER1, avec son
      *   numero de sequence
           COPY EVTS.
      * FIC-GELS-JURIDIQUES : registre des gels (obligatoire)
           COPY GELJS.
      * FIC-NOTES-ARTICLES : notes libres par article, ajoutees en
      *   session (jamais reecrites)
           COPY NOTAS.

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
         10 APR-DATE          PIC 9(08).
         10 FILLER            PIC X(32).

           COPY VERR.
           COPY EVT.
           COPY GELJ.
           COPY NOTA.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)   VALUE ZERO.
           02  WS-NB-CORRECTIONS    PIC S9(9)   VALUE ZERO.
           02  WS-NB-SUPPRESSIONS   PIC S9(9)   VALUE ZERO.
           02  WS-NB-EN-ATTENTE-4Y  PIC S9(9)   VALUE ZERO.
           02  WS-NB-REFUS-GEL      PIC S9(9)   VALUE ZERO.
           02  WS-NB-NOTES-AJOUTEES PIC S9(9)   VALUE ZERO.

      *    Correction de montant : seuil d'approbation et saisie -
      *    conversion valider-puis-NUMVAL-C, comme FOREX032
               88 WS-ACTION-CORRIGER            VALUE 'C'.
               88 WS-ACTION-SUPPRIMER           VALUE 'S'.
               88 WS-ACTION-RETOUR              VALUE 'R'.
               88 WS-ACTION-NOTES               VALUE 'N'.
           02  WS-CH2-SAISI         PIC X(20)   VALUE SPACE.
           02  WS-CODE-MVT-AUDIT    PIC X(01)   VALUE SPACE.
           02  WS-MODE-SAISI        PIC X(01)   VALUE SPACE.
               88 WS-MODE-PAR-NOM               VALUE 'N'.
               88 WS-MODE-WORKLIST              VALUE 'W'.
           02  WS-NOM-SAISI         PIC X(20)   VALUE SPACE.
           02  WS-CATEGORIE-SAISIE  PIC X(02)   VALUE SPACE.
           02  WS-LIGNE-NOTE-SAISIE PIC X(60)   VALUE SPACE.
       01  WS-NB-NOTES-EDT          PIC ZZZ9.
       01  WS-NB-HOMONYMES          PIC 9(03)   VALUE ZERO.
       01  WS-NB-HOMONYMES-EDT      PIC ZZ9.
       01  WS-INDIC-FIN-NOM         PIC 9       VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.
      *    Fil consolide des alertes operateur
           COPY ALRTW.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRW.
      *    Boite d'evenements de FICHIER1
           COPY EVTW.
      *    Registre des gels juridiques
           COPY GELJW.
      *    Notes libres par article
           COPY NOTAW.

      *    Date et heure systeme, pour l'horodatage de l'audit
       01  WS-DATE-HEURE-SYS.
           INITIALIZE  WS-ZONES-AFFICHAGE

           MOVE 'FOREX016'  TO WS-ALRT-PROGRAMME
           MOVE 'FOREX016'  TO WS-VERR-PROGRAMME

      *    Identification de l'operateur avant toute ouverture de
      *    FICHIER1 : un operateur sans profil n'ouvre pas de
      *    session
           PERFORM OUVRE-SESSION-OPERATEUR

      *    Registre des gels juridiques, avant d'ouvrir FICHIER1
           MOVE 'FOREX016'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES

      *    Boite d'evenements ouverte avant FICHIER1 : pas de
      *    correction sans son evenement
           MOVE 'FOREX016'          TO WS-EVT-PROGRAMME
           MOVE WS-OPERATEUR-ID     TO WS-EVT-OPERATEUR
           PERFORM OUVRE-EVT-SORTANTS

           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
      *    toute correction de montant part en attente
           PERFORM LIT-SEUIL-4YEUX

      *    Notes par article : un fichier indisponible n'arrete pas
      *    la session, seules les notes sont alors hors service
           MOVE 'FOREX016'          TO WS-NOTA-PROGRAMME
           PERFORM OUVRE-NOTES-ARTICLES
           IF NOT WS-NOTA-OUVERT
              DISPLAY 'FIC-NOTES-ARTICLES indisponible (statut '
                      WS-STATUS-NOTA '), notes hors service'
           END-IF

      *    Les mises en attente de la session s'ajoutent a la
      *    suite du fichier persistant (cree au premier usage)
           OPEN EXTEND FIC-ATTENTE-APPROB
      *    La piste d'audit est partagee avec FOREX015 (DISP=MOD
      *    dans le JCL) : ouverte en EXTEND pour s'ajouter a la
      *    suite, creee en OUTPUT si elle n'existe pas encore
           PERFORM CHARGE-DERNIER-SCEAU
           OPEN EXTEND FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              OPEN OUTPUT FIC1-AUDIT
           DISPLAY ' W = liste des rejets partenaires a corriger,'
           DISPLAY ' ENTREE seule pour terminer la session.'
           DISPLAY '================================================'

      *    Fenetre batch deja ouverte : l'operateur est prevenu des
      *    l'ouverture que seule la consultation lui est permise
           PERFORM CONTROLE-VERROU
           IF WS-VERR-POSE
              DISPLAY ' FENETRE BATCH EN COURS (verrou '
                      WS-VERR-DETENTEUR ' du ' WS-VERR-DATE-POSE ')'
              DISPLAY ' consultation seule, corrections refusees'
              DISPLAY '================================================'
           END-IF
           .

      *    Identification de l'operateur de la session et resolution
              OR WS-OPER-FONCTIONS (3:1) = WS-CODE-MVT-AUDIT
              OR WS-OPER-FONCTIONS (4:1) = WS-CODE-MVT-AUDIT
              SET WS-FONCTION-AUTORISEE TO TRUE
              PERFORM CONTROLE-GEL-SESSION
              IF WS-FONCTION-AUTORISEE
                 PERFORM CONTROLE-FENETRE-SESSION
              END-IF
           ELSE
              MOVE ZERO             TO WS-INDIC-FONCTION
              DISPLAY 'Fonction refusee par le profil operateur'
           END-IF
           .

      *    L'article affiche sous gel juridique n'est ni corrige ni
      *    supprime, quel que soit le profil
       CONTROLE-GEL-SESSION.
           PERFORM TESTE-GEL-ARTICLE
           IF WS-GELJ-RETENU
              MOVE ZERO             TO WS-INDIC-FONCTION
              ADD 1                 TO WS-NB-REFUS-GEL
              MOVE SPACES           TO WS-GELJ-OBJET
              STRING 'GESTE ' WS-CODE-MVT-AUDIT ' SUR ' FIC1-CH1
                     ' REFUSE' DELIMITED BY SIZE INTO WS-GELJ-OBJET
              PERFORM NOTE-GEL-JURIDIQUE
              DISPLAY 'Article sous gel juridique, article inchange'
           END-IF
           .

      *    Gel de l'article lu : cle, contrepartie ou date d'effet
       TESTE-GEL-ARTICLE.
           INITIALIZE WS-GELJ-DEMANDE
           MOVE FIC1-CH1            TO WS-GELJ-CLE
           MOVE FIC1-CODE-CTP       TO WS-GELJ-CTP
           IF FIC1-DATE-EFFET NUMERIC
              MOVE FIC1-DATE-EFFET  TO WS-GELJ-DATE
           END-IF
           PERFORM TESTE-GEL-JURIDIQUE
           .

      *    Une mise a jour autorisee par le profil doit encore
      *    passer le verrou de fenetre, relu a chaque geste (la
      *    chaine peut demarrer en cours de session) - sauf forcage
      *    deja accorde dans la session
       CONTROLE-FENETRE-SESSION.
           IF WS-VERR-FORCE
              EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLE-VERROU
           IF NOT WS-VERR-POSE
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'FENETRE BATCH EN COURS - verrou pose par '
                   WS-VERR-DETENTEUR ' le ' WS-VERR-DATE-POSE
           MOVE WS-OPERATEUR-ID     TO WS-VERR-OPERATEUR
           PERFORM DEMANDE-FORCAGE-VERROU
           IF WS-VERR-FORCE
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'VERRFORC'       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Verrou ' WS-VERR-DETENTEUR ' force par '
                     WS-OPERATEUR-ID
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           ELSE
              MOVE ZERO             TO WS-INDIC-FONCTION
              DISPLAY 'Mise a jour refusee pendant la fenetre batch, '
                      'article inchange'
           END-IF
           .

      *    Un tour de dialogue : saisie d'une cle, lecture directe,
      *    affichage de l'article puis choix de l'action
       TRAITEMENT.
                 DISPLAY 'Article trouve :'
                 DISPLAY '  CH1 = ' FIC1-CH1
                 DISPLAY '  CH2 = ' FIC1-CH2
                 PERFORM TESTE-GEL-ARTICLE
                 IF WS-GELJ-RETENU
                    DISPLAY '  SOUS GEL JURIDIQUE, DOSSIER '
                            WS-GELJ-DOSSIER-RETENU
                 END-IF
                 MOVE FIC1-CH1      TO WS-NOTA-CLE
                 PERFORM COMPTE-NOTES-ARTICLE
                 IF WS-NOTA-NB-NOTES > ZERO
                    MOVE WS-NOTA-NB-NOTES TO WS-NB-NOTES-EDT
                    DISPLAY '  ARTICLE ANNOTE, NOTES = '
                            WS-NB-NOTES-EDT ' (action N)'
                 END-IF
           END-READ
           .

      *    Choix de l'action sur l'article affiche : C = corriger le
      *    libelle, S = supprimer l'article, N = notes de l'article,
      *    R = retour sans changer
       DEMANDE-ACTION.
           MOVE SPACE               TO WS-ACTION-SAISIE
           DISPLAY 'Action ? (C=corriger, S=supprimer, N=notes, '
                   'R=retour)'
           ACCEPT WS-ACTION-SAISIE

           EVALUATE TRUE
                 PERFORM CORRIGE-ARTICLE
              WHEN WS-ACTION-SUPPRIMER
                 PERFORM SUPPRIME-ARTICLE
              WHEN WS-ACTION-NOTES
                 PERFORM NOTES-ARTICLE
              WHEN WS-ACTION-RETOUR
                 CONTINUE
              WHEN OTHER
           END-EVALUATE
           .

      *    Notes de l'article affiche : liste chronologique puis
      *    ajout facultatif. Une note ne touche pas FICHIER1 : ni
      *    le profil, ni le verrou de fenetre, ni le gel juridique
      *    ne l'interdisent - elle porte l'operateur de la session
       NOTES-ARTICLE.
           IF NOT WS-NOTA-OUVERT
              DISPLAY 'Notes hors service pour cette session'
              EXIT PARAGRAPH
           END-IF
           MOVE FIC1-CH1            TO WS-NOTA-CLE
           PERFORM POSITIONNE-NOTES-ARTICLE
           PERFORM UNTIL WS-NOTA-FIN
              PERFORM LIT-NOTE-SUIVANTE
              IF NOT WS-NOTA-FIN
                 PERFORM AFFICHE-NOTE
              END-IF
           END-PERFORM

           MOVE SPACE               TO WS-CATEGORIE-SAISIE
           DISPLAY 'Categorie de la note a ajouter ? (BL=blocage, '
                   'CT=contrepartie, TK=ticket,'
           DISPLAY '  CO=correction, AP=approbation, DI=divers, '
                   'ENTREE=aucune note)'
           ACCEPT WS-CATEGORIE-SAISIE
           IF WS-CATEGORIE-SAISIE = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CATEGORIE-SAISIE TO NOTA-CATEGORIE
           IF NOT NOTA-CATEGORIE-VALIDE
              DISPLAY 'Categorie inconnue, note abandonnee'
              EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-NOTA-DEMANDE
           MOVE FIC1-CH1            TO WS-NOTA-CLE
           MOVE WS-OPERATEUR-ID     TO WS-NOTA-OPERATEUR
           MOVE WS-CATEGORIE-SAISIE TO WS-NOTA-CATEGORIE
           MOVE 'S'                 TO WS-NOTA-ORIGINE
           DISPLAY 'Texte de la note, 5 lignes de 60 caracteres au '
                   'plus (ENTREE seule = fin)'
           MOVE 'X'                 TO WS-LIGNE-NOTE-SAISIE
           PERFORM UNTIL WS-NOTA-NB-LIGNES = 5
                      OR WS-LIGNE-NOTE-SAISIE = SPACE
              MOVE SPACE            TO WS-LIGNE-NOTE-SAISIE
              ACCEPT WS-LIGNE-NOTE-SAISIE
              IF WS-LIGNE-NOTE-SAISIE NOT = SPACE
                 ADD 1              TO WS-NOTA-NB-LIGNES
                 MOVE WS-LIGNE-NOTE-SAISIE
                   TO WS-NOTA-LIGNE (WS-NOTA-NB-LIGNES)
              END-IF
           END-PERFORM
           IF WS-NOTA-NB-LIGNES = ZERO
              DISPLAY 'Note vide, abandonnee'
              EXIT PARAGRAPH
           END-IF

           PERFORM ECRIT-NOTE-ARTICLE
           IF WS-NOTA-ECRITE
              ADD 1                 TO WS-NB-NOTES-AJOUTEES
              DISPLAY 'Note enregistree le ' NOTA-HORODATAGE
           ELSE
              DISPLAY 'Note non enregistree'
           END-IF
           .

       AFFICHE-NOTE.
           DISPLAY '  ' NOTA-HORODATAGE ' ' NOTA-CATEGORIE ' '
                   NOTA-OPERATEUR ' (' NOTA-ORIGINE ')'
           PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                   UNTIL   WS-NOTA-IDX > NOTA-NB-LIGNES
              DISPLAY '      ' NOTA-LIGNE (WS-NOTA-IDX)
           END-PERFORM
           .

      *    Correction du libelle CH2 sur place (REWRITE), tracee
      *    dans la piste d'audit - ENTREE seule laisse le libelle
      *    et passe a la correction de montant eventuelle
           IF WS-CH2-SAISI = SPACE
              DISPLAY 'Libelle inchange'
           ELSE
              MOVE FIC1-REC         TO WS-EVT-IMAGE-AVANT
              MOVE WS-CH2-SAISI     TO FIC1-CH2
              REWRITE FIC1-REC
                 INVALID KEY
                    ADD 1           TO WS-NB-CORRECTIONS
                    MOVE 'M'        TO WS-CODE-MVT-AUDIT
                    PERFORM ECRIT-AUDIT
                    PERFORM EMET-EVENEMENT-CORRECTION
                    DISPLAY 'Article corrige'
              END-REWRITE
           END-IF
           IF WS-MONTANT-NOUVEAU > WS-SEUIL-4YEUX
              PERFORM MET-EN-ATTENTE-4YEUX
           ELSE
              MOVE FIC1-REC            TO WS-EVT-IMAGE-AVANT
              MOVE WS-MONTANT-NOUVEAU  TO FIC1-MONTANT
              REWRITE FIC1-REC
                 INVALID KEY
                    ADD 1           TO WS-NB-CORRECTIONS
                    MOVE 'M'        TO WS-CODE-MVT-AUDIT
                    PERFORM ECRIT-AUDIT
                    PERFORM EMET-EVENEMENT-CORRECTION
                    DISPLAY 'Montant corrige'
              END-REWRITE
           END-IF
           MOVE WS-CLE-SAISIE       TO AUDIT-CLE
           MOVE 'DIFFERE '          TO AUDIT-RESULTAT
           MOVE 'ATTENTE 4 YEUX'    TO AUDIT-MOTIF
           MOVE WS-MONTANT-NOUVEAU  TO AUDIT-MONTANT
           MOVE FIC1-DEVISE         TO AUDIT-DEVISE
           MOVE WS-OPERATEUR-ID     TO AUDIT-OPERATEUR
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           DISPLAY 'Montant au-dela du seuil : correction mise en '
                   'attente d''approbation'
           ACCEPT WS-ACTION-SAISIE

           IF WS-ACTION-SAISIE = 'O'
              MOVE FIC1-REC         TO WS-EVT-IMAGE-AVANT
              DELETE FICHIER1
                 INVALID KEY
                    DISPLAY 'Erreur DELETE, article inchange'
                    ADD 1           TO WS-NB-SUPPRESSIONS
                    MOVE 'S'        TO WS-CODE-MVT-AUDIT
                    PERFORM ECRIT-AUDIT
                    PERFORM EMET-EVENEMENT-CORRECTION
                    DISPLAY 'Article supprime'
              END-DELETE
           ELSE
           IF WS-CODE-MVT-AUDIT = 'M'
              MOVE WS-CH2-SAISI     TO AUDIT-CH2
           END-IF
      *    Montant de l'article tel qu'affiche (apres correction,
      *    avant suppression)
           MOVE FIC1-MONTANT        TO AUDIT-MONTANT
           MOVE FIC1-DEVISE         TO AUDIT-DEVISE
           MOVE WS-OPERATEUR-ID     TO AUDIT-OPERATEUR
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           .

      *    Evenement de la correction ou de la suppression pour les
      *    abonnes de FOREX085 - l'image avant est prise par
      *    l'appelant avant de toucher a l'article
       EMET-EVENEMENT-CORRECTION.
           MOVE WS-CODE-MVT-AUDIT   TO WS-EVT-TYPE
           MOVE FIC1-CH1            TO WS-EVT-CLE
           MOVE FIC1-REC            TO WS-EVT-IMAGE-APRES
           PERFORM ECRIT-EVENEMENT-FIC1
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Fil consolide des alertes operateur
           COPY ALRTP.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRP.
      *    Boite d'evenements de FICHIER1
           COPY EVTP.
      *    Registre des gels juridiques
           COPY GELJP.
      *    Notes libres par article
           COPY NOTAP.

      * Fin du pgm
       FIN.
           DISPLAY ' SUPPRESSIONS  = ' WS-NB-SUPPR-EDT
           MOVE WS-NB-EN-ATTENTE-4Y TO WS-NB-CONSULT-EDT
           DISPLAY ' EN ATTENTE 4 YEUX = ' WS-NB-CONSULT-EDT
           MOVE WS-NB-REFUS-GEL     TO WS-NB-CONSULT-EDT
           DISPLAY ' REFUS SOUS GEL    = ' WS-NB-CONSULT-EDT
           MOVE WS-NB-NOTES-AJOUTEES TO WS-NB-CONSULT-EDT
           DISPLAY ' NOTES AJOUTEES    = ' WS-NB-CONSULT-EDT
           DISPLAY '================================================'

           CLOSE FICHIER1
                 FIC1-AUDIT
                 FIC-ATTENTE-APPROB
           PERFORM FERME-EVT-SORTANTS
           PERFORM FERME-NOTES-ARTICLES

           GOBACK.
