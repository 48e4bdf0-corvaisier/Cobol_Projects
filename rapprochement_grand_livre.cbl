       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX117.
      *==============================================================*
      * PROGRAMME de rapprochement mensuel sous-ledger / grand livre *
      *   - FOREX044 envoie au grand livre les CTL-TOTAL des runs,   *
      *     mais personne ne verifiait que le solde comptable        *
      *     colle encore a ce que FICHIER1 porte : corrections       *
      *     manuelles, fusions, reevaluations et archivages bougent  *
      *     des montants sans passer par FIC-CONTROLES               *
      *   - Solde FICHIER1 par entite (FIC1-CODE-ENTITE, tous        *
      *     statuts - un article clos garde son montant jusqu'a son  *
      *     archivage) : FICHIER1 lui-meme pour le mois en cours, la *
      *     photo FIC-HISTO-SOLDES du mois (FOREX111) pour un mois   *
      *     passe                                                    *
      *   - Solde grand livre par entite du compte de controle : le  *
      *     compte debite du programme porteur de FICHIER1 dans      *
      *     FIC-PARAM-COMPTES (FOREX00B par defaut, carte            *
      *     FIC-PARAM-RAPPRO), cumul debit - credit de toutes les    *
      *     generations de FIC-GL jusqu'a la fin du mois             *
      *   - L'ecart de cloture se compare a l'ecart d'ouverture      *
      *     (photo du mois precedent contre grand livre a la fin du  *
      *     mois precedent) ; sa variation doit s'expliquer par les  *
      *     mouvements non traces du mois, repris de la piste        *
      *     FIC1-AUDIT : reevaluations FOREX039 (code V), archivages *
      *     FOREX047 (code H), tous les autres gestes appliques      *
      *     (corrections, fusions, retours, ...). Chaque article     *
      *     touche est chiffre une fois, solde de cloture moins      *
      *     solde de la photo precedente, et liste au rapport        *
      *   - Etat de rapprochement FIC-RAPPORT-RAPPRO par entite :    *
      *     EQUILIBRE, ou RESIDU NON EXPLIQUE (RC 4) ; RC 4 aussi    *
      *     sans photo du mois precedent (ecart d'ouverture pris a   *
      *     zero), RC 8 pour un mois passe sans sa photo             *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Mois a rapprocher AAAAMM (obligatoire, comme FOREX111)
           SELECT FIC-PARAM-MOIS
                     ASSIGN to FICPMOIS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PMOIS.
      * Programme porteur de FICHIER1 au grand livre (facultatif :
      *   defaut FOREX00B)
           SELECT FIC-PARAM-RAPPRO
                     ASSIGN to FICPRGL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PRGL.
      * Correspondance programme -> comptes, meme table que FOREX044
           SELECT FIC-PARAM-COMPTES
                     ASSIGN to FICPCPT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PCPT.
      * FICHIER1 : balayage pour le solde, puis lecture par cle des
      *   articles touches dans le mois
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * FIC-HISTO-SOLDES : photos de fin de mois de FOREX111
           COPY HSOLS.
      * Interface grand livre de FOREX044 : toutes les generations
      *   concatenees (DD sur la base du GDG)
           SELECT FIC-GL
                     ASSIGN to FICGL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-GL.
      * FIC1-AUDIT : piste d'audit partagee, en lecture
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
      * Fichier de travail du tri des gestes du mois par article
           SELECT SORT-AUDIT ASSIGN to SORTWK1.
      * Etat de rapprochement par entite
           SELECT FIC-RAPPORT-RAPPRO
                     ASSIGN to FICRRGL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RRGL.

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

       FD  FIC-PARAM-RAPPRO.
       01  PRGL-REC.
         10 PRGL-PROGRAMME     PIC X(08).
         10 FILLER             PIC X(72).

      * Correspondance d'un programme : compte debite et compte
      * credite pour son CTL-TOTAL (meme dessin que FOREX044)
       FD  FIC-PARAM-COMPTES.
       01  PCPT-REC.
         10 PCPT-PROGRAMME     PIC X(08).
         10 FILLER             PIC X(01).
         10 PCPT-COMPTE-DEBIT  PIC X(08).
         10 FILLER             PIC X(01).
         10 PCPT-COMPTE-CREDIT PIC X(08).
         10 FILLER             PIC X(54).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

           COPY HSOL.

      * Interface grand livre : meme dessin que FOREX044
       FD  FIC-GL.
       01  GL-REC.
         10 GL-TYPE            PIC X(01).
         10 FILLER             PIC X(01).
         10 GL-DATE            PIC 9(08).
         10 GL-DATE-R REDEFINES GL-DATE.
            15 GL-MOIS         PIC 9(06).
            15 GL-JOUR         PIC 9(02).
         10 FILLER             PIC X(01).
         10 GL-COMPTE          PIC X(08).
         10 FILLER             PIC X(01).
         10 GL-PROGRAMME       PIC X(08).
         10 FILLER             PIC X(01).
         10 GL-MONTANT         PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 GL-ENTITE          PIC X(02).
         10 FILLER             PIC X(35).

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

      * Geste applique du mois : article, rang dans la piste (ordre
      * chronologique conserve a cle egale), code et operateur
       SD  SORT-AUDIT.
       01  SA-REC.
         10 SA-CLE             PIC X(10).
         10 SA-RANG            PIC 9(09).
         10 SA-CODE-MVT        PIC X(01).
         10 SA-OPERATEUR       PIC X(08).

       FD  FIC-RAPPORT-RAPPRO.
       01  RRGL-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PMOIS      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PRGL       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PCPT       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PCPT    PIC 9      VALUE ZERO.
               88 WS-FIN-PCPT                  VALUE 1.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-INDIC-FIN-HSOL    PIC 9      VALUE ZERO.
               88 WS-FIN-HSOL                  VALUE 1.
           02  WS-STATUS-GL         PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-GL      PIC 9      VALUE ZERO.
               88 WS-FIN-GL                    VALUE 1.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-AUDIT   PIC 9      VALUE ZERO.
               88 WS-FIN-AUDIT                 VALUE 1.
           02  WS-INDIC-FIN-SORT    PIC 9      VALUE ZERO.
               88 WS-FIN-SORT                  VALUE 1.
           02  WS-STATUS-RRGL       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-PHOTO-OUV      PIC S9(9)  VALUE ZERO.
           02  WS-NB-GL-LUS         PIC S9(9)  VALUE ZERO.
           02  WS-NB-GL-RETENUS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-GL-INVALIDES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-AUDIT-LUS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-GESTES-MOIS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-TOUCHES PIC S9(9) VALUE ZERO.
           02  WS-NB-ARTICLES-MVT   PIC S9(9)  VALUE ZERO.
           02  WS-NB-ENTITES-RESIDU PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC +Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-MT-OUV-EDT        PIC +ZZZ.ZZZ.ZZ9,99.
           02  WS-MT-CLO-EDT        PIC +ZZZ.ZZZ.ZZ9,99.
           02  WS-MT-MVT-EDT        PIC +ZZZ.ZZZ.ZZ9,99.

      *    Mois rapproche, mois precedent (photo d'ouverture) et
      *    forme AAAA-MM de l'horodatage de la piste
       01  WS-MOIS-RAPPRO           PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-RAPPRO-R REDEFINES WS-MOIS-RAPPRO.
           02  WS-MR-ANNEE          PIC 9(04).
           02  WS-MR-MOIS           PIC 9(02).
       01  WS-MOIS-PREC             PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-PREC-R REDEFINES WS-MOIS-PREC.
           02  WS-MP-ANNEE          PIC 9(04).
           02  WS-MP-MOIS           PIC 9(02).
       01  WS-MOIS-AUDIT.
           02  WS-MA-ANNEE          PIC 9(04).
           02  FILLER               PIC X(01)  VALUE '-'.
           02  WS-MA-MOIS           PIC 9(02).
       01  WS-DATE-DU-JOUR          PIC 9(08)  VALUE ZERO.
       01  WS-DATE-DU-JOUR-R REDEFINES WS-DATE-DU-JOUR.
           02  WS-DJ-MOIS           PIC 9(06).
           02  WS-DJ-JOUR           PIC 9(02).

      *    Source du solde de cloture : FICHIER1 pour le mois en
      *    cours, la photo du mois pour un mois passe
       01  WS-INDIC-CLOTURE-PHOTO   PIC 9      VALUE ZERO.
           88 WS-CLOTURE-PAR-PHOTO             VALUE 1.
       01  WS-INDIC-PHOTO-OUV       PIC 9      VALUE ZERO.
           88 WS-PHOTO-OUV-ABSENTE             VALUE 1.

      *    Compte de controle de FICHIER1 au grand livre
       01  WS-PROGRAMME-PORTEUR     PIC X(08)  VALUE 'FOREX00B'.
       01  WS-COMPTE-CONTROLE       PIC X(08)  VALUE SPACE.

      *    Une ligne par entite rencontree : soldes FICHIER1 et
      *    grand livre a l'ouverture et a la cloture, mouvements
      *    non traces du mois par origine
       01  WS-NB-ENTITES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NB-ENTITES-MAX        PIC S9(4) COMP SYNC VALUE 50.
       01  WS-TAB-ENTITES.
           02  WS-ENT OCCURS 50.
               05 WS-ENT-CODE       PIC X(02).
               05 WS-ENT-FIC1-CLO   PIC S9(13)V99 COMP-3.
               05 WS-ENT-FIC1-OUV   PIC S9(13)V99 COMP-3.
               05 WS-ENT-GL-CLO     PIC S9(13)V99 COMP-3.
               05 WS-ENT-GL-OUV     PIC S9(13)V99 COMP-3.
               05 WS-ENT-MVT-PISTE  PIC S9(13)V99 COMP-3.
               05 WS-ENT-MVT-REEV   PIC S9(13)V99 COMP-3.
               05 WS-ENT-MVT-ARCH   PIC S9(13)V99 COMP-3.
       01  WS-IDX-ENT               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-ENTITE-CHERCHEE       PIC X(02)  VALUE SPACE.

      *    Calculs de l'etat d'une entite et totaux toutes entites
       01  WS-ETAT-ENTITE.
           02  WS-ECART-CLO         PIC S9(13)V99 VALUE ZERO.
           02  WS-ECART-OUV         PIC S9(13)V99 VALUE ZERO.
           02  WS-VARIATION         PIC S9(13)V99 VALUE ZERO.
           02  WS-EXPLIQUE          PIC S9(13)V99 VALUE ZERO.
           02  WS-RESIDU            PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAUX.
           02  WS-TOT-FIC1-CLO      PIC S9(13)V99 VALUE ZERO.
           02  WS-TOT-GL-CLO        PIC S9(13)V99 VALUE ZERO.
           02  WS-TOT-RESIDU        PIC S9(13)V99 VALUE ZERO.

      *    Article en cours dans la procedure de sortie du tri :
      *    codes des gestes du mois, origine retenue, soldes
       01  WS-ARTICLE-TOUCHE.
           02  WS-ART-CLE           PIC X(10)  VALUE SPACE.
           02  WS-ART-CODES         PIC X(10)  VALUE SPACE.
           02  WS-ART-NB-CODES      PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-ART-IDX-CODE      PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-ART-NB-GESTES     PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-ART-OPERATEUR     PIC X(08)  VALUE SPACE.
           02  WS-ART-INDIC-ARCH    PIC 9      VALUE ZERO.
               88 WS-ART-ARCHIVE               VALUE 1.
           02  WS-ART-INDIC-AUTRE   PIC 9      VALUE ZERO.
               88 WS-ART-AUTRE-GESTE           VALUE 1.
           02  WS-ART-ORIGINE       PIC X(12)  VALUE SPACE.
           02  WS-ART-ENTITE        PIC X(02)  VALUE SPACE.
           02  WS-ART-OUVERTURE     PIC S9(11)V99 VALUE ZERO.
           02  WS-ART-CLOTURE       PIC S9(11)V99 VALUE ZERO.
           02  WS-ART-MOUVEMENT     PIC S9(11)V99 VALUE ZERO.
       01  WS-INDIC-CODE-VU         PIC 9      VALUE ZERO.
           88 WS-CODE-DEJA-VU                  VALUE 1.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.
       01  WS-LIBELLE-ENTITE        PIC X(08)  VALUE SPACE.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Historique des soldes de fin de mois
           COPY HSOLW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.

      *    Date systeme, pour reconnaitre le mois en cours
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  FILLER               PIC X(13).
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Mois, compte de controle
           PERFORM SOLDE-CLOTURE  *> FICHIER1 ou photo du mois
           PERFORM SOLDE-OUVERTURE *> Photo du mois precedent
           PERFORM SOLDE-GRAND-LIVRE
      *    Gestes appliques du mois regroupes par article : chaque
      *    article touche est chiffre et liste une seule fois
           SORT SORT-AUDIT
               ON ASCENDING KEY SA-CLE SA-RANG
               INPUT PROCEDURE  SELECTIONNE-GESTES-MOIS
               OUTPUT PROCEDURE CHIFFRE-ARTICLES-TOUCHES
           PERFORM EDITE-ETAT-RAPPROCHEMENT
           PERFORM FIN            *> Totaux, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX117'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DATE-DU-JOUR

      *    Le mois rapproche est obligatoire, comme pour FOREX111
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
           MOVE PMOIS-AAAAMM        TO WS-MOIS-RAPPRO
           CLOSE FIC-PARAM-MOIS
           IF WS-MR-MOIS < 1 OR WS-MR-MOIS > 12
              DISPLAY 'ABEND - MOIS DEMANDE INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-MR-MOIS = 1
              COMPUTE WS-MP-ANNEE = WS-MR-ANNEE - 1
              MOVE 12               TO WS-MP-MOIS
           ELSE
              MOVE WS-MR-ANNEE      TO WS-MP-ANNEE
              COMPUTE WS-MP-MOIS  = WS-MR-MOIS - 1
           END-IF
           MOVE WS-MR-ANNEE         TO WS-MA-ANNEE
           MOVE WS-MR-MOIS          TO WS-MA-MOIS
           IF WS-MOIS-RAPPRO NOT = WS-DJ-MOIS
              SET WS-CLOTURE-PAR-PHOTO TO TRUE
           END-IF
           DISPLAY 'FOREX117 : rapprochement grand livre du mois '
                   WS-MOIS-RAPPRO

           PERFORM LIT-PROGRAMME-PORTEUR
           PERFORM CHARGE-COMPTE-CONTROLE

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-HISTO-SOLDES
           MOVE WS-STATUS-HSOL      TO WS-FSTA-STATUT
           MOVE 'FIC-HSOL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-RAPPRO
           MOVE WS-STATUS-RRGL      TO WS-FSTA-STATUT
           MOVE 'FIC-RRGL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           STRING 'FOREX117  RAPPROCHEMENT FICHIER1 / GRAND LIVRE '
                  'DU MOIS ' WS-MOIS-RAPPRO '  -  EDITE LE '
                  WS-DATE-DU-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           STRING '  COMPTE DE CONTROLE ' WS-COMPTE-CONTROLE
                  ' (DEBIT DE ' WS-PROGRAMME-PORTEUR
                  ' DANS FIC-PARAM-COMPTES)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

      *    Carte facultative : programme dont les CTL-TOTAL portent
      *    FICHIER1 au grand livre, FOREX00B par defaut
       LIT-PROGRAMME-PORTEUR.
           OPEN INPUT FIC-PARAM-RAPPRO
           IF WS-STATUS-PRGL = '00'
              READ FIC-PARAM-RAPPRO
               NOT AT END
                 IF PRGL-PROGRAMME NOT = SPACE
                    MOVE PRGL-PROGRAMME TO WS-PROGRAMME-PORTEUR
                 END-IF
              END-READ
              CLOSE FIC-PARAM-RAPPRO
           END-IF
           .

      *    Compte debite du programme porteur - sans table ou sans
      *    correspondance, aucun solde comptable ne peut etre pris
       CHARGE-COMPTE-CONTROLE.
           OPEN INPUT FIC-PARAM-COMPTES
           IF WS-STATUS-PCPT NOT = '00'
              DISPLAY 'FOREX117 : FIC-PARAM-COMPTES absent, pas de '
                      'correspondance comptable - abandon'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-PCPT
              READ FIC-PARAM-COMPTES
               AT END
                 SET WS-FIN-PCPT    TO TRUE
               NOT AT END
                 IF PCPT-PROGRAMME = WS-PROGRAMME-PORTEUR
                    MOVE PCPT-COMPTE-DEBIT TO WS-COMPTE-CONTROLE
                    SET WS-FIN-PCPT TO TRUE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-COMPTES
           IF WS-COMPTE-CONTROLE = SPACE
              DISPLAY 'FOREX117 : pas de correspondance comptable '
                      'pour ' WS-PROGRAMME-PORTEUR ' - abandon'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           .

      *    Solde de cloture par entite : FICHIER1 tel qu'il est pour
      *    le mois en cours, la photo du mois pour un mois passe
      *    (introuvable : pas d'etat possible, RC 8)
       SOLDE-CLOTURE.
           IF NOT WS-CLOTURE-PAR-PHOTO
              PERFORM UNTIL WS-FIN-FIC1
                 READ FICHIER1 NEXT
                  AT END
                    SET WS-FIN-FIC1 TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-ARTICLES-LUS
                    MOVE FIC1-CODE-ENTITE TO WS-ENTITE-CHERCHEE
                    PERFORM CHERCHE-ENTITE
                    ADD FIC1-MONTANT TO WS-ENT-FIC1-CLO (WS-IDX-ENT)
                 END-READ
              END-PERFORM
              EXIT PARAGRAPH
           END-IF

           MOVE WS-MOIS-RAPPRO      TO HSOL-MOIS
           MOVE LOW-VALUE           TO HSOL-CH1
           MOVE ZERO                TO WS-INDIC-FIN-HSOL
           START FIC-HISTO-SOLDES KEY IS NOT LESS THAN HSOL-CLE
              INVALID KEY
                 SET WS-FIN-HSOL    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-HSOL
              READ FIC-HISTO-SOLDES NEXT
               AT END
                 SET WS-FIN-HSOL    TO TRUE
               NOT AT END
                 IF HSOL-MOIS NOT = WS-MOIS-RAPPRO
                    SET WS-FIN-HSOL TO TRUE
                 ELSE
                    ADD 1           TO WS-NB-ARTICLES-LUS
                    MOVE HSOL-CODE-ENTITE TO WS-ENTITE-CHERCHEE
                    PERFORM CHERCHE-ENTITE
                    ADD HSOL-MONTANT TO WS-ENT-FIC1-CLO (WS-IDX-ENT)
                 END-IF
              END-READ
           END-PERFORM
           IF WS-NB-ARTICLES-LUS = ZERO
              DISPLAY 'FOREX117 : pas de photo FIC-HISTO-SOLDES du '
                      'mois ' WS-MOIS-RAPPRO ', rapprochement '
                      'impossible (FOREX111 a rattraper)'
              MOVE 8                TO RETURN-CODE
              GOBACK
           END-IF
           .

      *    Solde d'ouverture : photo du mois precedent - absente
      *    (premier rapprochement), l'ecart d'ouverture est pris a
      *    zero et l'etat le dit
       SOLDE-OUVERTURE.
           MOVE WS-MOIS-PREC        TO HSOL-MOIS
           MOVE LOW-VALUE           TO HSOL-CH1
           MOVE ZERO                TO WS-INDIC-FIN-HSOL
           START FIC-HISTO-SOLDES KEY IS NOT LESS THAN HSOL-CLE
              INVALID KEY
                 SET WS-FIN-HSOL    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-HSOL
              READ FIC-HISTO-SOLDES NEXT
               AT END
                 SET WS-FIN-HSOL    TO TRUE
               NOT AT END
                 IF HSOL-MOIS NOT = WS-MOIS-PREC
                    SET WS-FIN-HSOL TO TRUE
                 ELSE
                    ADD 1           TO WS-NB-PHOTO-OUV
                    MOVE HSOL-CODE-ENTITE TO WS-ENTITE-CHERCHEE
                    PERFORM CHERCHE-ENTITE
                    ADD HSOL-MONTANT TO WS-ENT-FIC1-OUV (WS-IDX-ENT)
                 END-IF
              END-READ
           END-PERFORM
           IF WS-NB-PHOTO-OUV = ZERO
              SET WS-PHOTO-OUV-ABSENTE TO TRUE
              DISPLAY 'FOREX117 : pas de photo du mois '
                      WS-MOIS-PREC ', ecart d''ouverture pris a zero'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           .

      *    Cumul debit - credit du compte de controle sur toutes les
      *    generations de l'interface, jusqu'a la fin du mois
      *    precedent (ouverture) et du mois rapproche (cloture) -
      *    les trailers d'equilibrage ne sont pas des ecritures
       SOLDE-GRAND-LIVRE.
           OPEN INPUT FIC-GL
           MOVE WS-STATUS-GL        TO WS-FSTA-STATUT
           MOVE 'FIC-GL'            TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-GL
              READ FIC-GL
               AT END
                 SET WS-FIN-GL      TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-GL-LUS
                 PERFORM CUMULE-ECRITURE-GL
              END-READ
           END-PERFORM
           CLOSE FIC-GL
           IF WS-NB-GL-INVALIDES > ZERO
              MOVE WS-NB-GL-INVALIDES TO WS-NB-EDT
              DISPLAY 'FOREX117 : ' WS-NB-EDT ' ecriture(s) FIC-GL '
                      'illisible(s), ignoree(s)'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           .

       CUMULE-ECRITURE-GL.
           IF GL-COMPTE NOT = WS-COMPTE-CONTROLE
              OR (GL-TYPE NOT = 'D' AND GL-TYPE NOT = 'C')
              EXIT PARAGRAPH
           END-IF
           IF GL-DATE NOT NUMERIC OR GL-MONTANT NOT NUMERIC
              ADD 1                 TO WS-NB-GL-INVALIDES
              EXIT PARAGRAPH
           END-IF
           IF GL-MOIS > WS-MOIS-RAPPRO
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-GL-RETENUS
           MOVE GL-ENTITE           TO WS-ENTITE-CHERCHEE
           PERFORM CHERCHE-ENTITE
           IF GL-TYPE = 'D'
              ADD GL-MONTANT        TO WS-ENT-GL-CLO (WS-IDX-ENT)
              IF GL-MOIS NOT > WS-MOIS-PREC
                 ADD GL-MONTANT     TO WS-ENT-GL-OUV (WS-IDX-ENT)
              END-IF
           ELSE
              SUBTRACT GL-MONTANT   FROM WS-ENT-GL-CLO (WS-IDX-ENT)
              IF GL-MOIS NOT > WS-MOIS-PREC
                 SUBTRACT GL-MONTANT FROM WS-ENT-GL-OUV (WS-IDX-ENT)
              END-IF
           END-IF
           .

      *    Entree de WS-ENTITE-CHERCHEE dans la table, creee au
      *    besoin - au-dela de la table, le rapprochement n'aurait
      *    plus de sens : abandon
       CHERCHE-ENTITE.
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL   WS-IDX-ENT > WS-NB-ENTITES
              IF WS-ENT-CODE (WS-IDX-ENT) = WS-ENTITE-CHERCHEE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-NB-ENTITES NOT < WS-NB-ENTITES-MAX
              DISPLAY 'ABEND - PLUS DE ' WS-NB-ENTITES-MAX
                      ' ENTITES, TABLE DE RAPPROCHEMENT PLEINE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-ENTITES
           MOVE WS-NB-ENTITES       TO WS-IDX-ENT
           INITIALIZE WS-ENT (WS-IDX-ENT)
           MOVE WS-ENTITE-CHERCHEE  TO WS-ENT-CODE (WS-IDX-ENT)
           .

      *    Procedure d'entree du tri : les gestes APPLIQUES du mois,
      *    dans l'ordre de la piste (refus et differes n'ont rien
      *    bouge)
       SELECTIONNE-GESTES-MOIS.
           OPEN INPUT FIC1-AUDIT
           MOVE WS-STATUS-AUDIT     TO WS-FSTA-STATUT
           MOVE 'FIC1-AUDIT'        TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-AUDIT
              READ FIC1-AUDIT
               AT END
                 SET WS-FIN-AUDIT   TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-AUDIT-LUS
                 IF AUDIT-DATE-HEURE (1:7) = WS-MOIS-AUDIT
                    AND AUDIT-RESULTAT = 'APPLIQUE'
                    AND AUDIT-CLE NOT = SPACE
                    ADD 1           TO WS-NB-GESTES-MOIS
                    MOVE AUDIT-CLE       TO SA-CLE
                    MOVE WS-NB-AUDIT-LUS TO SA-RANG
                    MOVE AUDIT-CODE-MVT  TO SA-CODE-MVT
                    MOVE AUDIT-OPERATEUR TO SA-OPERATEUR
                    RELEASE SA-REC
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC1-AUDIT
           .

      *    Procedure de sortie du tri : les gestes reviennent
      *    groupes par article - a chaque rupture, l'article
      *    precedent est chiffre
       CHIFFRE-ARTICLES-TOUCHES.
           PERFORM ECRIT-RAPPORT
           STRING 'MOUVEMENTS NON TRACES DU MOIS ' WS-MOIS-RAPPRO
                  ' (SOLDE DE CLOTURE - PHOTO ' WS-MOIS-PREC ')'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE '  CLE         ENT  ORIGINE       GESTES      DERNIER '
             TO WS-LIGNE-RAPPORT
           MOVE 'OUVERTURE          CLOTURE        MOUVEMENT'
             TO WS-LIGNE-RAPPORT (62:43)
           PERFORM ECRIT-RAPPORT
           MOVE SPACE               TO WS-ART-CLE
           PERFORM UNTIL WS-FIN-SORT
              RETURN SORT-AUDIT
               AT END
                 SET WS-FIN-SORT    TO TRUE
               NOT AT END
                 IF SA-CLE NOT = WS-ART-CLE
                    IF WS-ART-CLE NOT = SPACE
                       PERFORM CHIFFRE-ARTICLE
                    END-IF
                    PERFORM DEBUT-ARTICLE
                 END-IF
                 PERFORM NOTE-GESTE
              END-RETURN
           END-PERFORM
           IF WS-ART-CLE NOT = SPACE
              PERFORM CHIFFRE-ARTICLE
           END-IF
           IF WS-NB-ARTICLES-MVT = ZERO
              MOVE '  AUCUN MOUVEMENT NON TRACE'  TO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
           END-IF
           .

       DEBUT-ARTICLE.
           MOVE SA-CLE              TO WS-ART-CLE
           MOVE SPACE               TO WS-ART-CODES
           MOVE ZERO                TO WS-ART-NB-CODES
                                       WS-ART-NB-GESTES
                                       WS-ART-INDIC-ARCH
                                       WS-ART-INDIC-AUTRE
           .

      *    Un geste de l'article : son code s'ajoute a la liste des
      *    codes distincts, l'archivage et les gestes autres qu'une
      *    reevaluation decident de l'origine
       NOTE-GESTE.
           ADD 1                    TO WS-ART-NB-GESTES
           MOVE SA-OPERATEUR        TO WS-ART-OPERATEUR
           EVALUATE SA-CODE-MVT
              WHEN 'H'
                 SET WS-ART-ARCHIVE      TO TRUE
              WHEN 'V'
                 CONTINUE
              WHEN OTHER
                 SET WS-ART-AUTRE-GESTE  TO TRUE
           END-EVALUATE
           MOVE ZERO                TO WS-INDIC-CODE-VU
           PERFORM VARYING WS-ART-IDX-CODE FROM 1 BY 1
                   UNTIL   WS-ART-IDX-CODE > WS-ART-NB-CODES
              IF WS-ART-CODES (WS-ART-IDX-CODE:1) = SA-CODE-MVT
                 SET WS-CODE-DEJA-VU TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-CODE-DEJA-VU
              AND WS-ART-NB-CODES < LENGTH OF WS-ART-CODES
              ADD 1                 TO WS-ART-NB-CODES
              MOVE SA-CODE-MVT
                TO WS-ART-CODES (WS-ART-NB-CODES:1)
           END-IF
           .

      *    Article touche dans le mois : mouvement = solde de
      *    cloture (zero s'il a quitte FICHIER1) moins solde de la
      *    photo precedente (zero s'il est ne dans le mois), impute
      *    a son entite dans l'origine retenue
       CHIFFRE-ARTICLE.
           ADD 1                    TO WS-NB-ARTICLES-TOUCHES
           MOVE ZERO                TO WS-ART-OUVERTURE
                                       WS-ART-CLOTURE
           MOVE SPACE               TO WS-ART-ENTITE

           MOVE WS-MOIS-PREC        TO HSOL-MOIS
           MOVE WS-ART-CLE          TO HSOL-CH1
           READ FIC-HISTO-SOLDES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HSOL-MONTANT     TO WS-ART-OUVERTURE
                 MOVE HSOL-CODE-ENTITE TO WS-ART-ENTITE
           END-READ

           IF WS-CLOTURE-PAR-PHOTO
              MOVE WS-MOIS-RAPPRO   TO HSOL-MOIS
              MOVE WS-ART-CLE       TO HSOL-CH1
              READ FIC-HISTO-SOLDES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HSOL-MONTANT     TO WS-ART-CLOTURE
                    MOVE HSOL-CODE-ENTITE TO WS-ART-ENTITE
              END-READ
           ELSE
              MOVE WS-ART-CLE       TO FIC1-CH1
              READ FICHIER1
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FIC1-MONTANT     TO WS-ART-CLOTURE
                    MOVE FIC1-CODE-ENTITE TO WS-ART-ENTITE
              END-READ
           END-IF

           COMPUTE WS-ART-MOUVEMENT = WS-ART-CLOTURE
                                    - WS-ART-OUVERTURE
           IF WS-ART-MOUVEMENT = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-ARTICLES-MVT
           MOVE WS-ART-ENTITE       TO WS-ENTITE-CHERCHEE
           PERFORM CHERCHE-ENTITE
           EVALUATE TRUE
              WHEN WS-ART-ARCHIVE
                 MOVE 'ARCHIVAGE'   TO WS-ART-ORIGINE
                 ADD WS-ART-MOUVEMENT
                   TO WS-ENT-MVT-ARCH (WS-IDX-ENT)
              WHEN WS-ART-AUTRE-GESTE
                 MOVE 'PISTE AUDIT' TO WS-ART-ORIGINE
                 ADD WS-ART-MOUVEMENT
                   TO WS-ENT-MVT-PISTE (WS-IDX-ENT)
              WHEN OTHER
                 MOVE 'REEVALUATION' TO WS-ART-ORIGINE
                 ADD WS-ART-MOUVEMENT
                   TO WS-ENT-MVT-REEV (WS-IDX-ENT)
           END-EVALUATE

           MOVE WS-ART-OUVERTURE    TO WS-MT-OUV-EDT
           MOVE WS-ART-CLOTURE      TO WS-MT-CLO-EDT
           MOVE WS-ART-MOUVEMENT    TO WS-MT-MVT-EDT
           STRING '  ' WS-ART-CLE '  ' WS-ART-ENTITE '   '
                  WS-ART-ORIGINE '  ' WS-ART-CODES '  '
                  WS-ART-OPERATEUR '  ' WS-MT-OUV-EDT '  '
                  WS-MT-CLO-EDT '  ' WS-MT-MVT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

      *    Etat de rapprochement de chaque entite, puis total
       EDITE-ETAT-RAPPROCHEMENT.
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL   WS-IDX-ENT > WS-NB-ENTITES
              PERFORM EDITE-ETAT-ENTITE
           END-PERFORM

           PERFORM ECRIT-RAPPORT
           MOVE WS-TOT-FIC1-CLO     TO WS-MONTANT-EDT
           STRING 'TOUTES ENTITES   SOLDE FICHIER1    ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-TOT-GL-CLO       TO WS-MONTANT-EDT
           STRING '                 SOLDE GRAND LIVRE ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-TOT-RESIDU       TO WS-MONTANT-EDT
           STRING '                 RESIDU            ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

       EDITE-ETAT-ENTITE.
           COMPUTE WS-ECART-CLO = WS-ENT-FIC1-CLO (WS-IDX-ENT)
                                - WS-ENT-GL-CLO (WS-IDX-ENT)
           COMPUTE WS-ECART-OUV = WS-ENT-FIC1-OUV (WS-IDX-ENT)
                                - WS-ENT-GL-OUV (WS-IDX-ENT)
           IF WS-PHOTO-OUV-ABSENTE
              MOVE ZERO             TO WS-ECART-OUV
           END-IF
           COMPUTE WS-VARIATION = WS-ECART-CLO - WS-ECART-OUV
           COMPUTE WS-EXPLIQUE  = WS-ENT-MVT-PISTE (WS-IDX-ENT)
                                + WS-ENT-MVT-REEV (WS-IDX-ENT)
                                + WS-ENT-MVT-ARCH (WS-IDX-ENT)
           COMPUTE WS-RESIDU    = WS-VARIATION - WS-EXPLIQUE
           ADD WS-ENT-FIC1-CLO (WS-IDX-ENT) TO WS-TOT-FIC1-CLO
           ADD WS-ENT-GL-CLO (WS-IDX-ENT)   TO WS-TOT-GL-CLO
           ADD WS-RESIDU                    TO WS-TOT-RESIDU

           IF WS-ENT-CODE (WS-IDX-ENT) = SPACE
              MOVE '(DEFAUT)'       TO WS-LIBELLE-ENTITE
           ELSE
              MOVE WS-ENT-CODE (WS-IDX-ENT) TO WS-LIBELLE-ENTITE
           END-IF
           PERFORM ECRIT-RAPPORT
           STRING 'ETAT DE RAPPROCHEMENT - ENTITE ' WS-LIBELLE-ENTITE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-ENT-FIC1-CLO (WS-IDX-ENT) TO WS-MONTANT-EDT
           STRING '  SOLDE FICHIER1 A LA CLOTURE          '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-ENT-GL-CLO (WS-IDX-ENT)   TO WS-MONTANT-EDT
           STRING '  SOLDE GRAND LIVRE ' WS-COMPTE-CONTROLE
                  '           ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-ECART-CLO        TO WS-MONTANT-EDT
           STRING '  ECART DE CLOTURE                     '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-ECART-OUV        TO WS-MONTANT-EDT
           STRING '  ECART D''OUVERTURE (PHOTO ' WS-MOIS-PREC ')      '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           IF WS-PHOTO-OUV-ABSENTE
              MOVE '(PAS DE PHOTO, PRIS A ZERO)'
                TO WS-LIGNE-RAPPORT (65:27)
           END-IF
           PERFORM ECRIT-RAPPORT
           MOVE WS-VARIATION        TO WS-MONTANT-EDT
           STRING '  VARIATION DE L''ECART DU MOIS         '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE '  MOUVEMENTS NON TRACES DU MOIS :'  TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-ENT-MVT-PISTE (WS-IDX-ENT) TO WS-MONTANT-EDT
           STRING '    PISTE FIC1-AUDIT (corrections...)  '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-ENT-MVT-REEV (WS-IDX-ENT)  TO WS-MONTANT-EDT
           STRING '    REEVALUATION FOREX039              '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-ENT-MVT-ARCH (WS-IDX-ENT)  TO WS-MONTANT-EDT
           STRING '    ARCHIVAGE FOREX047                 '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-RESIDU           TO WS-MONTANT-EDT
           STRING '  RESIDU NON EXPLIQUE                  '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           IF WS-RESIDU = ZERO
              MOVE '  => EQUILIBRE'  TO WS-LIGNE-RAPPORT
           ELSE
              ADD 1                 TO WS-NB-ENTITES-RESIDU
              MOVE '  => RESIDU NON EXPLIQUE, A ANALYSER'
                TO WS-LIGNE-RAPPORT
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           PERFORM ECRIT-RAPPORT
           .

       ECRIT-RAPPORT.
           WRITE RRGL-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RRGL      TO WS-FSTA-STATUT
           MOVE 'FIC-RRGL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-ENTITES-RESIDU TO WS-NB-EDT
           STRING 'TRL FOREX117  ' WS-NB-EDT
                  ' entite(s) avec residu non explique'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT

           MOVE WS-NB-ARTICLES-LUS  TO WS-NB-EDT
           DISPLAY 'Rapprochement grand livre termine'
           DISPLAY 'ARTICLES AU SOLDE      = ' WS-NB-EDT
           MOVE WS-NB-GL-RETENUS    TO WS-NB-EDT
           DISPLAY 'ECRITURES GL RETENUES  = ' WS-NB-EDT
           MOVE WS-NB-GESTES-MOIS   TO WS-NB-EDT
           DISPLAY 'GESTES DU MOIS         = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-MVT  TO WS-NB-EDT
           DISPLAY 'ARTICLES EN MOUVEMENT  = ' WS-NB-EDT
           MOVE WS-NB-ENTITES-RESIDU TO WS-NB-EDT
           DISPLAY 'ENTITES AVEC RESIDU    = ' WS-NB-EDT

           CLOSE FICHIER1
                 FIC-HISTO-SOLDES
                 FIC-RAPPORT-RAPPRO

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-GL'            TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-GL        TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-GL-LUS        TO WS-JSUM-FIC-LUS
           MOVE WS-NB-GL-INVALIDES  TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC1-AUDIT'        TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-AUDIT     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-AUDIT-LUS     TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
