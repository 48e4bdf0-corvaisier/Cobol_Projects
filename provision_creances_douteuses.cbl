       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX118.
      *==============================================================*
      * PROGRAMME de provision pour creances douteuses sur les       *
      * articles en attente                                          *
      *   - La finance reprenait chaque fin de mois les tranches     *
      *     d'anciennete de FOREX040 dans un tableur pour y          *
      *     appliquer ses pourcentages : ce programme calcule la     *
      *     provision directement sur FICHIER1                       *
      *   - Articles FIC1-STATUT-EN-ATTENTE, ventiles par tranche    *
      *     d'anciennete depuis FIC1-DATE-EFFET (memes tranches que  *
      *     FOREX040, age a la date d'arrete : fin du mois, ou jour  *
      *     du run s'il la precede), par pays FIC1-CODE-PAYS et par  *
      *     notation de risque de la contrepartie (FIC-KYC de        *
      *     FOREX094, blanc sans dossier)                            *
      *   - Exclus : articles sous litige ouvert (FIC-LITIGES de     *
      *     FOREX100) et sous echeancier de versements en cours      *
      *     (FIC-ECHEANCIERS de FOREX072), comme pour les relances   *
      *     FOREX099                                                 *
      *   - Taux par tranche, pays et notation dans                  *
      *     FIC-PARAM-PROVISION (obligatoire) ; '***' ou '*' valent  *
      *     pour tout pays ou toute notation, la carte la plus       *
      *     precise l'emporte. Taux applique par cellule tranche x   *
      *     pays x notation, arrondi au centime                      *
      *   - Provision du mois par entite comparee a celle du mois    *
      *     precedent (FIC-HISTO-PROVISIONS, copybooks HPRV*) :      *
      *     la hausse est une dotation, la baisse une reprise. Le    *
      *     mouvement part dans FIC-GL-PROVISION au dessin de        *
      *     l'interface FIC-GL de FOREX044, comptes de FOREX118      *
      *     dans FIC-PARAM-COMPTES (debit : charge de dotation,      *
      *     credit : provision), trailer d'equilibrage propre        *
      *   - Etat FIC-RAPPORT-PROVISION par entite. RC 4 : articles   *
      *     sans taux, sans date exploitable, sans notation faute de *
      *     FIC-KYC ou sans provision du mois precedent ; RC 8 :     *
      *     interface desequilibree, a ne pas integrer               *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Mois a provisionner AAAAMM (obligatoire, comme FOREX111)
           SELECT FIC-PARAM-MOIS
                     ASSIGN to FICPMOIS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PMOIS.
      * Taux de provision par tranche, pays et notation
           SELECT FIC-PARAM-PROVISION
                     ASSIGN to FICPPRV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PPRV.
      * Correspondance programme -> comptes, meme table que FOREX044
           SELECT FIC-PARAM-COMPTES
                     ASSIGN to FICPCPT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PCPT.
      * FICHIER1 en lecture seule : balayage sequentiel par cle
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      *    FIC-LITIGES : registre des litiges (facultatif)
           COPY LITGS.
      * Echeanciers de versements en cours de FOREX072 (facultatif)
           SELECT FIC-ECHEANCIERS
                     ASSIGN to FICECHP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ECHP.
      *    FIC-KYC : notation de risque des contreparties
           COPY KYCS.
      *    FIC-HISTO-PROVISIONS : provision arretee par mois et
      *    entite
           COPY HPRVS.
      * Ecritures de dotation / reprise, au dessin de FIC-GL
           SELECT FIC-GL-PROVISION
                     ASSIGN to FICGLPRV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-GL.
      * Etat de la provision par entite
           SELECT FIC-RAPPORT-PROVISION
                     ASSIGN to FICRPRV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RPRV.

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

      * Une carte par taux : tranche 1 a 4 (0-30 / 31-60 / 61-90 /
      * 90+ jours), pays ('***' = tout pays), notation F/M/E ('*' =
      * toute notation, seule a couvrir les contreparties sans
      * dossier KYC), taux en pourcentage a deux decimales (02500 =
      * 25,00 %). '*' en colonne 1 : commentaire
       FD  FIC-PARAM-PROVISION.
       01  PPRV-REC.
         10 PPRV-TRANCHE       PIC X(01).
         10 PPRV-TRANCHE-N     REDEFINES PPRV-TRANCHE PIC 9(01).
         10 FILLER             PIC X(01).
         10 PPRV-PAYS          PIC X(03).
         10 FILLER             PIC X(01).
         10 PPRV-NOTATION      PIC X(01).
         10 FILLER             PIC X(01).
         10 PPRV-TAUX          PIC 9(03)V99.
         10 FILLER             PIC X(67).

      * Correspondance d'un programme : compte debite et compte
      * credite (meme dessin que FOREX044)
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

           COPY LITG.

      * Echeancier de versements (dessin de FOREX072, seule la cle
      * sert ici)
       FD  FIC-ECHEANCIERS.
       01  ECH-REC.
         10 ECH-CLE            PIC X(10).
         10 FILLER             PIC X(70).

           COPY KYC.

           COPY HPRV.

      * Interface grand livre : meme dessin que FOREX044
       FD  FIC-GL-PROVISION.
       01  GL-REC.
         10 GL-TYPE            PIC X(01).
         10 FILLER             PIC X(01).
         10 GL-DATE            PIC 9(08).
         10 FILLER             PIC X(01).
         10 GL-COMPTE          PIC X(08).
         10 FILLER             PIC X(01).
         10 GL-PROGRAMME       PIC X(08).
         10 FILLER             PIC X(01).
         10 GL-MONTANT         PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 GL-ENTITE          PIC X(02).
         10 FILLER             PIC X(35).

       FD  FIC-RAPPORT-PROVISION.
       01  RPRV-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PMOIS      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PPRV       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PPRV    PIC 9      VALUE ZERO.
               88 WS-FIN-PPRV                  VALUE 1.
           02  WS-STATUS-PCPT       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PCPT    PIC 9      VALUE ZERO.
               88 WS-FIN-PCPT                  VALUE 1.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-INDIC-FIN-LITG    PIC 9      VALUE ZERO.
               88 WS-FIN-LITG                  VALUE 1.
           02  WS-STATUS-ECHP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-ECHP    PIC 9      VALUE ZERO.
               88 WS-FIN-ECHP                  VALUE 1.
           02  WS-INDIC-KYC-OUVERT  PIC 9      VALUE ZERO.
               88 WS-KYC-OUVERT                VALUE 1.
           02  WS-INDIC-FIN-HPRV    PIC 9      VALUE ZERO.
               88 WS-FIN-HPRV                  VALUE 1.
           02  WS-STATUS-GL         PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RPRV       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-EN-ATTENTE     PIC S9(9)  VALUE ZERO.
           02  WS-NB-PROVISIONNES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-EN-LITIGE      PIC S9(9)  VALUE ZERO.
           02  WS-NB-SOUS-ECHEANCIER PIC S9(9) VALUE ZERO.
           02  WS-NB-DATES-INVALIDES PIC S9(9) VALUE ZERO.
           02  WS-NB-SANS-TAUX      PIC S9(9)  VALUE ZERO.
           02  WS-NB-CARTES-REJETEES PIC S9(9) VALUE ZERO.
           02  WS-NB-HISTO-PREC     PIC S9(9)  VALUE ZERO.
           02  WS-NB-HISTO-ECRITS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-HISTO-ERREURS  PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECRITURES      PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-NB-ECR-EDT        PIC 9(08).
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-MOUVEMENT-EDT     PIC +Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-TAUX-EDT          PIC ZZ9,99.

      *    Mois provisionne, mois precedent et date d'arrete
       01  WS-MOIS-PROV             PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-PROV-R REDEFINES WS-MOIS-PROV.
           02  WS-MV-ANNEE          PIC 9(04).
           02  WS-MV-MOIS           PIC 9(02).
       01  WS-MOIS-PREC             PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-PREC-R REDEFINES WS-MOIS-PREC.
           02  WS-MP-ANNEE          PIC 9(04).
           02  WS-MP-MOIS           PIC 9(02).
      *    Premier jour du mois suivant, pour le dernier jour du mois
       01  WS-DATE-MOIS-SUIV        PIC 9(08)  VALUE ZERO.
       01  WS-DATE-MOIS-SUIV-R REDEFINES WS-DATE-MOIS-SUIV.
           02  WS-MS-ANNEE          PIC 9(04).
           02  WS-MS-MOIS           PIC 9(02).
           02  WS-MS-JOUR           PIC 9(02).
       01  WS-DATE-ARRETE           PIC 9(08)  VALUE ZERO.

      *    Comptes de FOREX118 : charge de dotation et provision
       01  WS-COMPTE-DOTATION       PIC X(08)  VALUE SPACE.
       01  WS-COMPTE-PROVISION      PIC X(08)  VALUE SPACE.

      *    Anciennete de l'article courant depuis FIC1-DATE-EFFET
       01  WS-CALCUL-AGE.
           02  WS-JOUR-ARRETE       PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-JOUR-EFFET        PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-AGE-JOURS         PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-IDX-TRANCHE       PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-CDE-MOIS          PIC 9(02)  VALUE ZERO.
           02  WS-CDE-JOUR          PIC 9(02)  VALUE ZERO.

      *    Libelles des tranches d'anciennete (celles de FOREX040)
       01  WS-LIBELLES-TRANCHES.
           05 FILLER PIC X(08) VALUE '0-30    '.
           05 FILLER PIC X(08) VALUE '31-60   '.
           05 FILLER PIC X(08) VALUE '61-90   '.
           05 FILLER PIC X(08) VALUE '90+     '.
       01  WS-LIB-TRANCHES-R REDEFINES WS-LIBELLES-TRANCHES.
           05  WS-LIB-TRANCHE  PIC X(08) OCCURS 4.

      *    Taux de FIC-PARAM-PROVISION
       01  WS-NB-TAUX               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TAUX.
           02  WS-TX-ENTREE OCCURS 200.
               05 WS-TX-TRANCHE     PIC 9(01).
               05 WS-TX-PAYS        PIC X(03).
               05 WS-TX-NOTATION    PIC X(01).
               05 WS-TX-TAUX        PIC 9(03)V99.
       01  WS-IDX-TX                PIC S9(4) COMP SYNC VALUE ZERO.
      *    Recherche du taux : la carte au meilleur score l'emporte
      *    (pays exact 2, notation exacte 1)
       01  WS-RECHERCHE-TAUX.
           02  WS-TX-SCORE          PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-TX-MEILLEUR       PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-TX-RETENU         PIC 9(03)V99 VALUE ZERO.
           02  WS-INDIC-TX-TROUVE   PIC 9      VALUE ZERO.
               88 WS-TX-TROUVE                 VALUE 1.

      *    Articles exclus : L litige ouvert, E echeancier en cours
      *    (meme table que FOREX099)
       01  WS-NB-EXCLUSIONS         PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-EXCLUSIONS.
           02  WS-EXC-ENTREE OCCURS 5000.
               05 WS-EXC-CLE        PIC X(10).
               05 WS-EXC-MOTIF      PIC X(01).
       01  WS-IDX-EXC               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-MOTIF-EXCLUSION       PIC X(01)  VALUE SPACE.
           88 WS-ARTICLE-EXCLU                 VALUE 'L' 'E'.

      *    Notation de la contrepartie de l'article courant
       01  WS-NOTATION-ARTICLE      PIC X(01)  VALUE SPACE.

      *    Cellules entite x tranche x pays x notation : encours
      *    retenu, taux applique et provision arrondie au centime
       01  WS-NB-CELLULES           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NB-CELLULES-MAX       PIC S9(4) COMP SYNC VALUE 2000.
       01  WS-TAB-CELLULES.
           02  WS-CEL OCCURS 2000.
               05 WS-CEL-ENTITE     PIC X(02).
               05 WS-CEL-TRANCHE    PIC 9(01).
               05 WS-CEL-PAYS       PIC X(03).
               05 WS-CEL-NOTATION   PIC X(01).
               05 WS-CEL-NB         PIC S9(7) COMP-3.
               05 WS-CEL-BASE       PIC S9(13)V99 COMP-3.
               05 WS-CEL-TAUX       PIC 9(03)V99.
               05 WS-CEL-INDIC-TX   PIC 9.
                  88 WS-CEL-SANS-TAUX          VALUE 0.
               05 WS-CEL-PROVISION  PIC S9(13)V99 COMP-3.
       01  WS-IDX-CEL               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-CEL-TROUVE      PIC 9      VALUE ZERO.
           88 WS-CEL-TROUVE                    VALUE 1.

      *    Une ligne par entite : encours, provision du mois et du
      *    mois precedent, mouvement (+ dotation, - reprise)
       01  WS-NB-ENTITES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NB-ENTITES-MAX        PIC S9(4) COMP SYNC VALUE 50.
       01  WS-TAB-ENTITES.
           02  WS-ENT OCCURS 50.
               05 WS-ENT-CODE       PIC X(02).
               05 WS-ENT-NB         PIC S9(7) COMP-3.
               05 WS-ENT-BASE       PIC S9(13)V99 COMP-3.
               05 WS-ENT-PROVISION  PIC S9(13)V99 COMP-3.
               05 WS-ENT-PROV-PREC  PIC S9(13)V99 COMP-3.
               05 WS-ENT-MOUVEMENT  PIC S9(13)V99 COMP-3.
       01  WS-IDX-ENT               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-ENTITE-CHERCHEE       PIC X(02)  VALUE SPACE.
       01  WS-IDX-TR                PIC S9(4) COMP SYNC VALUE ZERO.

      *    Ecriture en cours et totaux d'equilibrage du trailer
       01  WS-ECRITURE.
           02  WS-ECR-DEBIT         PIC X(08)  VALUE SPACE.
           02  WS-ECR-CREDIT        PIC X(08)  VALUE SPACE.
           02  WS-ECR-MONTANT       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DEBIT           PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT          PIC S9(13)V99 VALUE ZERO.

      *    Totaux toutes entites
       01  WS-TOTAUX.
           02  WS-TOT-BASE          PIC S9(13)V99 VALUE ZERO.
           02  WS-TOT-PROVISION     PIC S9(13)V99 VALUE ZERO.
           02  WS-TOT-PROV-PREC     PIC S9(13)V99 VALUE ZERO.
           02  WS-TOT-MOUVEMENT     PIC S9(13)V99 VALUE ZERO.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.
       01  WS-LIBELLE-ENTITE        PIC X(08)  VALUE SPACE.
       01  WS-LIBELLE-MOUVEMENT     PIC X(14)  VALUE SPACE.
       01  WS-LIBELLE-NOTATION      PIC X(05)  VALUE SPACE.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Statut du registre des litiges
           COPY LITGW.
      *    Statut du dossier KYC
           COPY KYCW.
      *    Historique des provisions
           COPY HPRVW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.

      *    Date systeme, pour la date d'arrete
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
           PERFORM INIT           *> Mois, taux, comptes, exclusions
           PERFORM TRAITEMENT     *> Ventilation EN BOUCLE
             UNTIL WS-FIN-FIC1
           PERFORM CALCULE-PROVISIONS
           PERFORM CHARGE-PROVISIONS-PRECEDENTES
           PERFORM ECRIT-ECRITURES-GL
           PERFORM ENREGISTRE-HISTORIQUE
           PERFORM EDITE-ETAT-PROVISION
           PERFORM FIN            *> Totaux, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX118'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           PERFORM LIT-MOIS-PROVISION
           PERFORM CHARGE-TAUX
           PERFORM CHARGE-COMPTES-PROVISION
           PERFORM CHARGE-EXCLUSIONS

      *    Dossier KYC : sans lui, toutes les contreparties sont
      *    sans notation et seules les cartes '*' s'appliquent
           OPEN INPUT FIC-KYC
           IF WS-STATUS-KYC = '00'
              SET WS-KYC-OUVERT     TO TRUE
           ELSE
              DISPLAY 'FIC-KYC absent, contreparties sans notation'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Historique : OPEN I-O, le premier OPEN OUTPUT charge un
      *    cluster defini mais jamais charge (statut 35), meme
      *    idiome que FOREX111
           OPEN I-O FIC-HISTO-PROVISIONS
           IF WS-STATUS-HPRV = '35'
              OPEN OUTPUT FIC-HISTO-PROVISIONS
              CLOSE FIC-HISTO-PROVISIONS
              OPEN I-O FIC-HISTO-PROVISIONS
           END-IF
           MOVE WS-STATUS-HPRV      TO WS-FSTA-STATUT
           MOVE 'FIC-HPRV'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-GL-PROVISION
           MOVE WS-STATUS-GL        TO WS-FSTA-STATUT
           MOVE 'FIC-GLPRV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-PROVISION
           MOVE WS-STATUS-RPRV      TO WS-FSTA-STATUT
           MOVE 'FIC-RPRV'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-ARTICLE
           .

      *    Mois provisionne obligatoire ; la date d'arrete est le
      *    dernier jour du mois, ou le jour du run s'il le precede
      *    (provision passee le dernier jour ouvre)
       LIT-MOIS-PROVISION.
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
           MOVE PMOIS-AAAAMM        TO WS-MOIS-PROV
           CLOSE FIC-PARAM-MOIS
           IF WS-MV-MOIS < 1 OR WS-MV-MOIS > 12
              DISPLAY 'ABEND - MOIS DEMANDE INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-MV-MOIS = 1
              COMPUTE WS-MP-ANNEE = WS-MV-ANNEE - 1
              MOVE 12               TO WS-MP-MOIS
           ELSE
              MOVE WS-MV-ANNEE      TO WS-MP-ANNEE
              COMPUTE WS-MP-MOIS  = WS-MV-MOIS - 1
           END-IF
           IF WS-MV-MOIS = 12
              COMPUTE WS-MS-ANNEE = WS-MV-ANNEE + 1
              MOVE 1                TO WS-MS-MOIS
           ELSE
              MOVE WS-MV-ANNEE      TO WS-MS-ANNEE
              COMPUTE WS-MS-MOIS  = WS-MV-MOIS + 1
           END-IF
           MOVE 1                   TO WS-MS-JOUR
           COMPUTE WS-JOUR-ARRETE
                 = FUNCTION INTEGER-OF-DATE (WS-DATE-MOIS-SUIV) - 1
           COMPUTE WS-DATE-ARRETE
                 = FUNCTION DATE-OF-INTEGER (WS-JOUR-ARRETE)
           IF WS-DHS-DATE < WS-DATE-ARRETE
              MOVE WS-DHS-DATE      TO WS-DATE-ARRETE
              COMPUTE WS-JOUR-ARRETE
                    = FUNCTION INTEGER-OF-DATE (WS-DATE-ARRETE)
           END-IF
           DISPLAY 'FOREX118 : provision du mois ' WS-MOIS-PROV
                   ' arretee au ' WS-DATE-ARRETE
           .

      *    Taux de provision - obligatoires : sans eux, la provision
      *    serait a zero et la reprise totale. Une carte invalide
      *    est ignoree et signalee (RC 4)
       CHARGE-TAUX.
           OPEN INPUT FIC-PARAM-PROVISION
           IF WS-STATUS-PPRV NOT = '00'
              DISPLAY 'FOREX118 : FIC-PARAM-PROVISION absent, pas de '
                      'taux de provision - abandon'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-PPRV
              READ FIC-PARAM-PROVISION
               AT END
                 SET WS-FIN-PPRV    TO TRUE
               NOT AT END
                 IF PPRV-TRANCHE NOT = '*'
                    PERFORM RANGE-TAUX
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-PROVISION
           IF WS-NB-TAUX = ZERO
              DISPLAY 'FOREX118 : aucun taux de provision valide - '
                      'abandon'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           .

       RANGE-TAUX.
           IF PPRV-TRANCHE-N NOT NUMERIC
              OR PPRV-TRANCHE-N < 1 OR PPRV-TRANCHE-N > 4
              OR PPRV-PAYS = SPACE
              OR (PPRV-NOTATION NOT = '*' AND PPRV-NOTATION NOT = 'F'
                  AND PPRV-NOTATION NOT = 'M'
                  AND PPRV-NOTATION NOT = 'E')
              OR PPRV-TAUX NOT NUMERIC
              OR PPRV-TAUX > 100
              ADD 1                 TO WS-NB-CARTES-REJETEES
              DISPLAY 'FOREX118 : carte de taux rejetee : '
                      PPRV-REC (1:13)
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-TAUX >= 200
              DISPLAY 'Table des taux pleine, carte ignoree'
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-TAUX
           MOVE PPRV-TRANCHE-N      TO WS-TX-TRANCHE (WS-NB-TAUX)
           MOVE PPRV-PAYS           TO WS-TX-PAYS (WS-NB-TAUX)
           MOVE PPRV-NOTATION       TO WS-TX-NOTATION (WS-NB-TAUX)
           MOVE PPRV-TAUX           TO WS-TX-TAUX (WS-NB-TAUX)
           .

      *    Comptes de FOREX118 dans la table de FOREX044 -
      *    obligatoires : sans eux, aucune ecriture ne peut etre
      *    construite
       CHARGE-COMPTES-PROVISION.
           OPEN INPUT FIC-PARAM-COMPTES
           IF WS-STATUS-PCPT NOT = '00'
              DISPLAY 'FOREX118 : FIC-PARAM-COMPTES absent, pas de '
                      'correspondance comptable - abandon'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-PCPT
              READ FIC-PARAM-COMPTES
               AT END
                 SET WS-FIN-PCPT    TO TRUE
               NOT AT END
                 IF PCPT-PROGRAMME = 'FOREX118'
                    MOVE PCPT-COMPTE-DEBIT  TO WS-COMPTE-DOTATION
                    MOVE PCPT-COMPTE-CREDIT TO WS-COMPTE-PROVISION
                    SET WS-FIN-PCPT TO TRUE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-COMPTES
           IF WS-COMPTE-DOTATION = SPACE
              OR WS-COMPTE-PROVISION = SPACE
              DISPLAY 'FOREX118 : pas de correspondance comptable '
                      'pour FOREX118 - abandon'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           .

      *    Articles sous litige ouvert et sous echeancier : tous
      *    deux facultatifs, comme pour FOREX099
       CHARGE-EXCLUSIONS.
           OPEN INPUT FIC-LITIGES
           IF WS-STATUS-LITG = '00'
              PERFORM UNTIL WS-FIN-LITG
                 READ FIC-LITIGES NEXT RECORD
                  AT END
                    SET WS-FIN-LITG TO TRUE
                  NOT AT END
                    IF LITG-OUVERT
                       MOVE 'L'     TO WS-MOTIF-EXCLUSION
                       PERFORM RANGE-EXCLUSION
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC-LITIGES
           ELSE
              DISPLAY 'FIC-LITIGES absent, aucun litige exclu'
           END-IF
           OPEN INPUT FIC-ECHEANCIERS
           IF WS-STATUS-ECHP = '00'
              PERFORM UNTIL WS-FIN-ECHP
                 READ FIC-ECHEANCIERS
                  AT END
                    SET WS-FIN-ECHP TO TRUE
                  NOT AT END
                    MOVE 'E'        TO WS-MOTIF-EXCLUSION
                    PERFORM RANGE-EXCLUSION
                 END-READ
              END-PERFORM
              CLOSE FIC-ECHEANCIERS
           ELSE
              DISPLAY 'FIC-ECHEANCIERS absent, aucun echeancier '
                      'exclu'
           END-IF
           .

       RANGE-EXCLUSION.
           IF WS-NB-EXCLUSIONS >= 5000
              DISPLAY 'Table des exclusions pleine, cle ignoree'
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-EXCLUSIONS
           IF WS-MOTIF-EXCLUSION = 'L'
              MOVE LITG-CLE   TO WS-EXC-CLE (WS-NB-EXCLUSIONS)
           ELSE
              MOVE ECH-CLE    TO WS-EXC-CLE (WS-NB-EXCLUSIONS)
           END-IF
           MOVE WS-MOTIF-EXCLUSION
                            TO WS-EXC-MOTIF (WS-NB-EXCLUSIONS)
           .

       LIT-ARTICLE.
           READ FICHIER1 NEXT
            AT END
              SET WS-FIN-FIC1      TO TRUE
            NOT AT END
              MOVE WS-STATUS-FIC1  TO WS-FSTA-STATUT
              MOVE 'FICHIER1'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-ARTICLES-LUS
           END-READ
           .

      *    Seuls les articles en attente entrent dans la provision
       TRAITEMENT.
           IF FIC1-STATUT-EN-ATTENTE
              ADD 1                 TO WS-NB-EN-ATTENTE
              PERFORM VENTILE-ARTICLE
           END-IF
           PERFORM LIT-ARTICLE
           .

      *    Exclusions, tranche d'anciennete a la date d'arrete,
      *    notation de la contrepartie, puis cumul dans la cellule
       VENTILE-ARTICLE.
           PERFORM RECHERCHE-EXCLUSION
           IF WS-ARTICLE-EXCLU
              IF WS-MOTIF-EXCLUSION = 'L'
                 ADD 1              TO WS-NB-EN-LITIGE
              ELSE
                 ADD 1              TO WS-NB-SOUS-ECHEANCIER
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF FIC1-DATE-EFFET NOT NUMERIC
              OR FIC1-MONTANT NOT NUMERIC
              ADD 1                 TO WS-NB-DATES-INVALIDES
              EXIT PARAGRAPH
           END-IF
           MOVE FIC1-DATE-EFFET (5:2) TO WS-CDE-MOIS
           MOVE FIC1-DATE-EFFET (7:2) TO WS-CDE-JOUR
           IF WS-CDE-MOIS < 01 OR WS-CDE-MOIS > 12
              OR WS-CDE-JOUR < 01 OR WS-CDE-JOUR > 31
              ADD 1                 TO WS-NB-DATES-INVALIDES
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-JOUR-EFFET
                 = FUNCTION INTEGER-OF-DATE (FIC1-DATE-EFFET)
           COMPUTE WS-AGE-JOURS = WS-JOUR-ARRETE - WS-JOUR-EFFET
           IF WS-AGE-JOURS < ZERO
              MOVE ZERO             TO WS-AGE-JOURS
           END-IF
           EVALUATE TRUE
              WHEN WS-AGE-JOURS <= 30
                 MOVE 1             TO WS-IDX-TRANCHE
              WHEN WS-AGE-JOURS <= 60
                 MOVE 2             TO WS-IDX-TRANCHE
              WHEN WS-AGE-JOURS <= 90
                 MOVE 3             TO WS-IDX-TRANCHE
              WHEN OTHER
                 MOVE 4             TO WS-IDX-TRANCHE
           END-EVALUATE

           MOVE SPACE               TO WS-NOTATION-ARTICLE
           IF WS-KYC-OUVERT AND FIC1-CODE-CTP NOT = SPACE
              MOVE FIC1-CODE-CTP    TO KYC-CODE-CTP
              READ FIC-KYC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF KYC-NOTATION-VALIDE
                       MOVE KYC-NOTATION TO WS-NOTATION-ARTICLE
                    END-IF
              END-READ
           END-IF

           ADD 1                    TO WS-NB-PROVISIONNES
           PERFORM CUMULE-CELLULE
           .

       RECHERCHE-EXCLUSION.
           MOVE SPACE               TO WS-MOTIF-EXCLUSION
           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL   WS-IDX-EXC > WS-NB-EXCLUSIONS
                        OR WS-ARTICLE-EXCLU
              IF WS-EXC-CLE (WS-IDX-EXC) = FIC1-CH1
                 MOVE WS-EXC-MOTIF (WS-IDX-EXC)
                                    TO WS-MOTIF-EXCLUSION
              END-IF
           END-PERFORM
           .

      *    Cellule entite x tranche x pays x notation de l'article,
      *    creee au besoin avec son taux - au-dela de la table, la
      *    provision serait fausse : abandon
       CUMULE-CELLULE.
           MOVE ZERO                TO WS-INDIC-CEL-TROUVE
           PERFORM VARYING WS-IDX-CEL FROM 1 BY 1
                   UNTIL   WS-IDX-CEL > WS-NB-CELLULES
                        OR WS-CEL-TROUVE
              IF WS-CEL-ENTITE (WS-IDX-CEL)   = FIC1-CODE-ENTITE
                 AND WS-CEL-TRANCHE (WS-IDX-CEL) = WS-IDX-TRANCHE
                 AND WS-CEL-PAYS (WS-IDX-CEL)     = FIC1-CODE-PAYS
                 AND WS-CEL-NOTATION (WS-IDX-CEL) = WS-NOTATION-ARTICLE
                 SET WS-CEL-TROUVE  TO TRUE
              END-IF
           END-PERFORM
           IF WS-CEL-TROUVE
              SUBTRACT 1            FROM WS-IDX-CEL
           ELSE
              IF WS-NB-CELLULES NOT < WS-NB-CELLULES-MAX
                 DISPLAY 'ABEND - PLUS DE ' WS-NB-CELLULES-MAX
                         ' CELLULES DE PROVISION, TABLE PLEINE'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-CELLULES
              MOVE WS-NB-CELLULES   TO WS-IDX-CEL
              INITIALIZE WS-CEL (WS-IDX-CEL)
              MOVE FIC1-CODE-ENTITE TO WS-CEL-ENTITE (WS-IDX-CEL)
              MOVE WS-IDX-TRANCHE   TO WS-CEL-TRANCHE (WS-IDX-CEL)
              MOVE FIC1-CODE-PAYS   TO WS-CEL-PAYS (WS-IDX-CEL)
              MOVE WS-NOTATION-ARTICLE
                                    TO WS-CEL-NOTATION (WS-IDX-CEL)
              PERFORM CHERCHE-TAUX
              IF WS-TX-TROUVE
                 MOVE WS-TX-RETENU  TO WS-CEL-TAUX (WS-IDX-CEL)
                 MOVE 1             TO WS-CEL-INDIC-TX (WS-IDX-CEL)
              END-IF
           END-IF
           ADD 1                    TO WS-CEL-NB (WS-IDX-CEL)
           ADD FIC1-MONTANT         TO WS-CEL-BASE (WS-IDX-CEL)
           IF WS-CEL-SANS-TAUX (WS-IDX-CEL)
              ADD 1                 TO WS-NB-SANS-TAUX
           END-IF
           .

      *    Taux de la cellule : carte de meme tranche dont le pays
      *    et la notation conviennent, la plus precise l'emporte
       CHERCHE-TAUX.
           MOVE ZERO                TO WS-INDIC-TX-TROUVE
           MOVE -1                  TO WS-TX-MEILLEUR
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL   WS-IDX-TX > WS-NB-TAUX
              IF WS-TX-TRANCHE (WS-IDX-TX) = WS-IDX-TRANCHE
                 AND (WS-TX-PAYS (WS-IDX-TX) = '***'
                      OR WS-TX-PAYS (WS-IDX-TX) = FIC1-CODE-PAYS)
                 AND (WS-TX-NOTATION (WS-IDX-TX) = '*'
                      OR WS-TX-NOTATION (WS-IDX-TX)
                         = WS-NOTATION-ARTICLE)
                 MOVE ZERO          TO WS-TX-SCORE
                 IF WS-TX-PAYS (WS-IDX-TX) NOT = '***'
                    ADD 2           TO WS-TX-SCORE
                 END-IF
                 IF WS-TX-NOTATION (WS-IDX-TX) NOT = '*'
                    ADD 1           TO WS-TX-SCORE
                 END-IF
                 IF WS-TX-SCORE > WS-TX-MEILLEUR
                    MOVE WS-TX-SCORE TO WS-TX-MEILLEUR
                    MOVE WS-TX-TAUX (WS-IDX-TX) TO WS-TX-RETENU
                    SET WS-TX-TROUVE TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .

      *    Provision de chaque cellule, arrondie au centime, et
      *    cumul par entite
       CALCULE-PROVISIONS.
           IF WS-NB-SANS-TAUX > ZERO
              MOVE WS-NB-SANS-TAUX  TO WS-NB-EDT
              DISPLAY 'FOREX118 : ' WS-NB-EDT ' article(s) sans '
                      'taux de provision, non provisionne(s)'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           IF WS-NB-DATES-INVALIDES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           PERFORM VARYING WS-IDX-CEL FROM 1 BY 1
                   UNTIL   WS-IDX-CEL > WS-NB-CELLULES
              COMPUTE WS-CEL-PROVISION (WS-IDX-CEL) ROUNDED
                    = WS-CEL-BASE (WS-IDX-CEL)
                    * WS-CEL-TAUX (WS-IDX-CEL) / 100
              MOVE WS-CEL-ENTITE (WS-IDX-CEL) TO WS-ENTITE-CHERCHEE
              PERFORM CHERCHE-ENTITE
              ADD WS-CEL-NB (WS-IDX-CEL)   TO WS-ENT-NB (WS-IDX-ENT)
              ADD WS-CEL-BASE (WS-IDX-CEL) TO WS-ENT-BASE (WS-IDX-ENT)
              ADD WS-CEL-PROVISION (WS-IDX-CEL)
                TO WS-ENT-PROVISION (WS-IDX-ENT)
           END-PERFORM
           .

      *    Entree de WS-ENTITE-CHERCHEE dans la table, creee au
      *    besoin - au-dela de la table : abandon
       CHERCHE-ENTITE.
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL   WS-IDX-ENT > WS-NB-ENTITES
              IF WS-ENT-CODE (WS-IDX-ENT) = WS-ENTITE-CHERCHEE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-NB-ENTITES NOT < WS-NB-ENTITES-MAX
              DISPLAY 'ABEND - PLUS DE ' WS-NB-ENTITES-MAX
                      ' ENTITES, TABLE DES PROVISIONS PLEINE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-ENTITES
           MOVE WS-NB-ENTITES       TO WS-IDX-ENT
           INITIALIZE WS-ENT (WS-IDX-ENT)
           MOVE WS-ENTITE-CHERCHEE  TO WS-ENT-CODE (WS-IDX-ENT)
           .

      *    Provisions du mois precedent, et celles d'un run anterieur
      *    du meme mois : une entite provisionnee le mois dernier et
      *    sans encours ce mois-ci voit sa provision reprise, une
      *    entite d'un run anterieur du mois est remise a jour
       CHARGE-PROVISIONS-PRECEDENTES.
           MOVE WS-MOIS-PREC        TO HPRV-MOIS
           MOVE LOW-VALUE           TO HPRV-ENTITE
           START FIC-HISTO-PROVISIONS KEY IS NOT LESS THAN HPRV-CLE
              INVALID KEY
                 SET WS-FIN-HPRV    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-HPRV
              READ FIC-HISTO-PROVISIONS NEXT
               AT END
                 SET WS-FIN-HPRV    TO TRUE
               NOT AT END
                 IF HPRV-MOIS > WS-MOIS-PROV
                    SET WS-FIN-HPRV TO TRUE
                 ELSE
                    MOVE HPRV-ENTITE TO WS-ENTITE-CHERCHEE
                    PERFORM CHERCHE-ENTITE
                    IF HPRV-MOIS = WS-MOIS-PREC
                       ADD 1        TO WS-NB-HISTO-PREC
                       MOVE HPRV-PROVISION
                         TO WS-ENT-PROV-PREC (WS-IDX-ENT)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           IF WS-NB-HISTO-PREC = ZERO
              DISPLAY 'FOREX118 : pas de provision du mois '
                      WS-MOIS-PREC ', provision du mois dotee en '
                      'totalite'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL   WS-IDX-ENT > WS-NB-ENTITES
              COMPUTE WS-ENT-MOUVEMENT (WS-IDX-ENT)
                    = WS-ENT-PROVISION (WS-IDX-ENT)
                    - WS-ENT-PROV-PREC (WS-IDX-ENT)
           END-PERFORM
           .

      *    Une paire d'ecritures par entite en mouvement : dotation
      *    (debit charge, credit provision) ou reprise (l'inverse),
      *    puis le trailer d'equilibrage
       ECRIT-ECRITURES-GL.
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL   WS-IDX-ENT > WS-NB-ENTITES
              IF WS-ENT-MOUVEMENT (WS-IDX-ENT) > ZERO
                 MOVE WS-COMPTE-DOTATION  TO WS-ECR-DEBIT
                 MOVE WS-COMPTE-PROVISION TO WS-ECR-CREDIT
                 MOVE WS-ENT-MOUVEMENT (WS-IDX-ENT) TO WS-ECR-MONTANT
                 PERFORM ECRIT-PAIRE-GL
              END-IF
              IF WS-ENT-MOUVEMENT (WS-IDX-ENT) < ZERO
                 MOVE WS-COMPTE-PROVISION TO WS-ECR-DEBIT
                 MOVE WS-COMPTE-DOTATION  TO WS-ECR-CREDIT
                 COMPUTE WS-ECR-MONTANT
                       = ZERO - WS-ENT-MOUVEMENT (WS-IDX-ENT)
                 PERFORM ECRIT-PAIRE-GL
              END-IF
           END-PERFORM
           PERFORM ECRIT-TRAILER-GL
           .

      *    Paire debit/credit : meme montant des deux cotes,
      *    l'interface reste equilibree par construction
       ECRIT-PAIRE-GL.
           MOVE SPACES              TO GL-REC
           MOVE 'D'                 TO GL-TYPE
           MOVE WS-DATE-ARRETE      TO GL-DATE
           MOVE WS-ECR-DEBIT        TO GL-COMPTE
           MOVE 'FOREX118'          TO GL-PROGRAMME
           MOVE WS-ECR-MONTANT      TO GL-MONTANT
           MOVE WS-ENT-CODE (WS-IDX-ENT) TO GL-ENTITE
           WRITE GL-REC
           MOVE WS-STATUS-GL        TO WS-FSTA-STATUT
           MOVE 'FIC-GLPRV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD WS-ECR-MONTANT       TO WS-TOTAL-DEBIT

           MOVE SPACES              TO GL-REC
           MOVE 'C'                 TO GL-TYPE
           MOVE WS-DATE-ARRETE      TO GL-DATE
           MOVE WS-ECR-CREDIT       TO GL-COMPTE
           MOVE 'FOREX118'          TO GL-PROGRAMME
           MOVE WS-ECR-MONTANT      TO GL-MONTANT
           MOVE WS-ENT-CODE (WS-IDX-ENT) TO GL-ENTITE
           WRITE GL-REC
           MOVE WS-STATUS-GL        TO WS-FSTA-STATUT
           MOVE 'FIC-GLPRV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD WS-ECR-MONTANT       TO WS-TOTAL-CREDIT

           ADD 2                    TO WS-NB-ECRITURES
           .

      *    Trailer d'equilibrage, au format de celui de FOREX044
       ECRIT-TRAILER-GL.
           MOVE SPACES              TO GL-REC
           MOVE 'T'                 TO GL-TYPE
           MOVE WS-DATE-ARRETE      TO GL-DATE
           MOVE 'TRAILER '          TO GL-COMPTE
           MOVE WS-NB-ECRITURES     TO WS-NB-ECR-EDT
           MOVE WS-NB-ECR-EDT       TO GL-PROGRAMME
           MOVE WS-TOTAL-DEBIT      TO GL-MONTANT
           WRITE GL-REC
           MOVE WS-STATUS-GL        TO WS-FSTA-STATUT
           MOVE 'FIC-GLPRV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
              DISPLAY 'FOREX118 : INTERFACE DESEQUILIBREE, a ne '
                      'pas integrer'
              MOVE 8                TO WS-RC-RUN
           END-IF
           .

      *    Provision du mois par entite ; deja presente (relance du
      *    mois), elle est remplacee
       ENREGISTRE-HISTORIQUE.
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL   WS-IDX-ENT > WS-NB-ENTITES
              PERFORM ENREGISTRE-PROVISION
           END-PERFORM
           IF WS-NB-HISTO-ERREURS > ZERO
              IF WS-RC-RUN < 8
                 MOVE 8             TO WS-RC-RUN
              END-IF
           END-IF
           .

       ENREGISTRE-PROVISION.
           MOVE SPACES              TO HPRV-REC
           MOVE WS-MOIS-PROV        TO HPRV-MOIS
           MOVE WS-ENT-CODE (WS-IDX-ENT)      TO HPRV-ENTITE
           MOVE WS-DHS-DATE         TO HPRV-DATE-CALCUL
           MOVE WS-ENT-BASE (WS-IDX-ENT)      TO HPRV-BASE
           MOVE WS-ENT-PROVISION (WS-IDX-ENT) TO HPRV-PROVISION
           MOVE WS-ENT-NB (WS-IDX-ENT)        TO HPRV-NB-ARTICLES
           WRITE HPRV-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1              TO WS-NB-HISTO-ECRITS
                 EXIT PARAGRAPH
           END-WRITE
           IF WS-STATUS-HPRV NOT = '22'
              ADD 1                 TO WS-NB-HISTO-ERREURS
              DISPLAY 'Erreur WRITE ' HPRV-CLE ' statut '
                      WS-STATUS-HPRV
              EXIT PARAGRAPH
           END-IF
           REWRITE HPRV-REC
              INVALID KEY
                 ADD 1              TO WS-NB-HISTO-ERREURS
                 DISPLAY 'Erreur REWRITE ' HPRV-CLE
              NOT INVALID KEY
                 ADD 1              TO WS-NB-HISTO-ECRITS
           END-REWRITE
           .

      *    Etat de la provision : une section par entite (cellules
      *    par tranche, puis provision, provision precedente et
      *    mouvement), et le total
       EDITE-ETAT-PROVISION.
           STRING 'FOREX118  PROVISION POUR CREANCES DOUTEUSES DU '
                  'MOIS ' WS-MOIS-PROV '  -  ARRETEE AU '
                  WS-DATE-ARRETE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           STRING '  COMPTES : DOTATION ' WS-COMPTE-DOTATION
                  '  PROVISION ' WS-COMPTE-PROVISION
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL   WS-IDX-ENT > WS-NB-ENTITES
              PERFORM EDITE-SECTION-ENTITE
           END-PERFORM

           PERFORM ECRIT-RAPPORT
           MOVE WS-TOT-BASE         TO WS-MONTANT-EDT
           STRING 'TOUTES ENTITES   ENCOURS RETENU         '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-TOT-PROVISION    TO WS-MONTANT-EDT
           STRING '                 PROVISION DU MOIS      '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-TOT-PROV-PREC    TO WS-MONTANT-EDT
           STRING '                 PROVISION PRECEDENTE   '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-TOT-MOUVEMENT    TO WS-MOUVEMENT-EDT
           STRING '                 MOUVEMENT NET         '
                  WS-MOUVEMENT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT

           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-EN-LITIGE     TO WS-NB-EDT
           STRING '  EXCLUS SOUS LITIGE OUVERT    ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-SOUS-ECHEANCIER TO WS-NB-EDT
           STRING '  EXCLUS SOUS ECHEANCIER       ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-DATES-INVALIDES TO WS-NB-EDT
           STRING '  ECARTES (DATE OU MONTANT)    ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-SANS-TAUX     TO WS-NB-EDT
           STRING '  RETENUS SANS TAUX            ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-ECRITURES     TO WS-NB-EDT
           STRING 'TRL FOREX118  ' WS-NB-EDT
                  ' ecriture(s) de dotation / reprise'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

       EDITE-SECTION-ENTITE.
           IF WS-ENT-CODE (WS-IDX-ENT) = SPACE
              MOVE '(DEFAUT)'       TO WS-LIBELLE-ENTITE
           ELSE
              MOVE WS-ENT-CODE (WS-IDX-ENT) TO WS-LIBELLE-ENTITE
           END-IF
           PERFORM ECRIT-RAPPORT
           STRING 'ENTITE ' WS-LIBELLE-ENTITE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE '  TRANCHE   PAYS  NOTE      ARTICLES'
             TO WS-LIGNE-RAPPORT
           MOVE 'ENCOURS   TAUX %            PROVISION'
             TO WS-LIGNE-RAPPORT (52:37)
           PERFORM ECRIT-RAPPORT
           PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                   UNTIL   WS-IDX-TR > 4
              PERFORM VARYING WS-IDX-CEL FROM 1 BY 1
                      UNTIL   WS-IDX-CEL > WS-NB-CELLULES
                 IF WS-CEL-ENTITE (WS-IDX-CEL)
                    = WS-ENT-CODE (WS-IDX-ENT)
                    AND WS-CEL-TRANCHE (WS-IDX-CEL) = WS-IDX-TR
                    PERFORM EDITE-LIGNE-CELLULE
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE WS-ENT-BASE (WS-IDX-ENT)      TO WS-MONTANT-EDT
           STRING '  ENCOURS RETENU                       '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-ENT-PROVISION (WS-IDX-ENT) TO WS-MONTANT-EDT
           STRING '  PROVISION DU MOIS ' WS-MOIS-PROV
                  '             ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-ENT-PROV-PREC (WS-IDX-ENT) TO WS-MONTANT-EDT
           STRING '  PROVISION DU MOIS ' WS-MOIS-PREC
                  '             ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           EVALUATE TRUE
              WHEN WS-ENT-MOUVEMENT (WS-IDX-ENT) > ZERO
                 MOVE 'DOTATION'       TO WS-LIBELLE-MOUVEMENT
              WHEN WS-ENT-MOUVEMENT (WS-IDX-ENT) < ZERO
                 MOVE 'REPRISE'        TO WS-LIBELLE-MOUVEMENT
              WHEN OTHER
                 MOVE 'SANS MOUVEMENT' TO WS-LIBELLE-MOUVEMENT
           END-EVALUATE
           MOVE WS-ENT-MOUVEMENT (WS-IDX-ENT) TO WS-MOUVEMENT-EDT
           STRING '  MOUVEMENT : ' WS-LIBELLE-MOUVEMENT
                  '           ' WS-MOUVEMENT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT

           ADD WS-ENT-BASE (WS-IDX-ENT)       TO WS-TOT-BASE
           ADD WS-ENT-PROVISION (WS-IDX-ENT)  TO WS-TOT-PROVISION
           ADD WS-ENT-PROV-PREC (WS-IDX-ENT)  TO WS-TOT-PROV-PREC
           ADD WS-ENT-MOUVEMENT (WS-IDX-ENT)  TO WS-TOT-MOUVEMENT
           .

       EDITE-LIGNE-CELLULE.
           IF WS-CEL-NOTATION (WS-IDX-CEL) = SPACE
              MOVE '(SANS)'         TO WS-LIBELLE-NOTATION
           ELSE
              MOVE WS-CEL-NOTATION (WS-IDX-CEL) TO WS-LIBELLE-NOTATION
           END-IF
           MOVE WS-CEL-NB (WS-IDX-CEL)        TO WS-NB-EDT
           MOVE WS-CEL-BASE (WS-IDX-CEL)      TO WS-MONTANT-EDT
           STRING '  ' WS-LIB-TRANCHE (WS-CEL-TRANCHE (WS-IDX-CEL))
                  '  ' WS-CEL-PAYS (WS-IDX-CEL)
                  '   ' WS-LIBELLE-NOTATION
                  '  ' WS-NB-EDT '  ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           IF WS-CEL-SANS-TAUX (WS-IDX-CEL)
              MOVE 'SANS TAUX'      TO WS-LIGNE-RAPPORT (60:9)
           ELSE
              MOVE WS-CEL-TAUX (WS-IDX-CEL)   TO WS-TAUX-EDT
              MOVE WS-TAUX-EDT      TO WS-LIGNE-RAPPORT (62:6)
              MOVE WS-CEL-PROVISION (WS-IDX-CEL) TO WS-MONTANT-EDT
              MOVE WS-MONTANT-EDT   TO WS-LIGNE-RAPPORT (69:20)
           END-IF
           PERFORM ECRIT-RAPPORT
           .

       ECRIT-RAPPORT.
           WRITE RPRV-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RPRV      TO WS-FSTA-STATUT
           MOVE 'FIC-RPRV'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE WS-NB-ARTICLES-LUS  TO WS-NB-EDT
           DISPLAY 'Provision pour creances douteuses terminee'
           DISPLAY 'ARTICLES LUS          = ' WS-NB-EDT
           MOVE WS-NB-EN-ATTENTE    TO WS-NB-EDT
           DISPLAY 'EN ATTENTE            = ' WS-NB-EDT
           MOVE WS-NB-PROVISIONNES  TO WS-NB-EDT
           DISPLAY 'RETENUS               = ' WS-NB-EDT
           MOVE WS-NB-EN-LITIGE     TO WS-NB-EDT
           DISPLAY 'EXCLUS (LITIGE)       = ' WS-NB-EDT
           MOVE WS-NB-SOUS-ECHEANCIER TO WS-NB-EDT
           DISPLAY 'EXCLUS (ECHEANCIER)   = ' WS-NB-EDT
           MOVE WS-NB-DATES-INVALIDES TO WS-NB-EDT
           DISPLAY 'DATES INVALIDES       = ' WS-NB-EDT
           MOVE WS-NB-SANS-TAUX     TO WS-NB-EDT
           DISPLAY 'SANS TAUX             = ' WS-NB-EDT
           MOVE WS-NB-CARTES-REJETEES TO WS-NB-EDT
           DISPLAY 'CARTES TAUX REJETEES  = ' WS-NB-EDT
           MOVE WS-NB-ECRITURES     TO WS-NB-EDT
           DISPLAY 'ECRITURES GENEREES    = ' WS-NB-EDT

           CLOSE FICHIER1
                 FIC-HISTO-PROVISIONS
                 FIC-GL-PROVISION
                 FIC-RAPPORT-PROVISION
           IF WS-KYC-OUVERT
              CLOSE FIC-KYC
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-HPRV'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-HPRV      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-HISTO-PREC    TO WS-JSUM-FIC-LUS
           MOVE WS-NB-HISTO-ECRITS  TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-HISTO-ERREURS TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-GLPRV'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-GL        TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ECRITURES     TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
