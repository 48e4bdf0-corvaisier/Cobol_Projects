       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX081.
      *==============================================================*
      * PROGRAMME d'analyse mensuelle de Benford sur les montants    *
      * des transactions                                             *
      *   - Relit les generations de FIC-TRANSACTIONS (GDG ecrite    *
      *     par FOREX009 et FOREX032, concatenee par le JCL) et      *
      *     retient les transactions du mois FIC-PARAM-MOIS          *
      *     (AAAAMM, meme parametre que FOREX034) d'apres TRANS-DATE *
      *     - une date inconnue (zero) est ecartee et comptee        *
      *   - Complete les statistiques de FOREX00B (moyenne, mediane, *
      *     ecart type, atypiques) : la repartition des montants     *
      *     a-t-elle l'air fabriquee ?                               *
      *   - Par tranche pays x entite (et sur l'ensemble du mois) :  *
      *     frequences du premier chiffre (1-9) et des deux premiers *
      *     chiffres (10-99) de TRANS-MONTANT, en valeur absolue et  *
      *     dans sa devise d'origine, comparees a la loi de Benford  *
      *     (LOG10 (1 + 1/d)) par l'ecart absolu moyen (MAD) des     *
      *     deux tests, avec le khi-deux du premier chiffre a titre  *
      *     indicatif                                                *
      *   - Une tranche dont le MAD depasse le seuil de conformite   *
      *     est signalee, avec la repartition de son premier chiffre *
      *     et ses prefixes a deux chiffres les plus sur-representes *
      *     a investiguer                                            *
      *   - Les montants sous le plancher et les tranches de trop    *
      *     petite population ne sont pas notes (la loi n'a pas de   *
      *     sens sur quelques dizaines de montants)                  *
      *   - FIC-PARAM-BENFORD facultatif (seuils MAD, population     *
      *     minimale, plancher, nombre de prefixes) : a defaut       *
      *     0,0150 / 0,0022, 100 montants, 10,00, 5 prefixes         *
      *   - RC 4 et alerte W BENFORD des la premiere tranche         *
      *     signalee                                                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Mois a analyser (AAAAMM) - obligatoire
           SELECT FIC-PARAM-MOIS
                     ASSIGN to FICPMOIS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PMOIS.
      * Seuils de conformite - facultatif
           SELECT FIC-PARAM-BENFORD
                     ASSIGN to FICPBENF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PBENF.
      *    FIC-TRANSACTIONS : transactions validees des runs
           COPY TRXS.
      * Rapport d'analyse de Benford
           SELECT FIC-RAPPORT-BENFORD
                     ASSIGN to FICRBENF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RBENF.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

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

      * Seuils : MAD du premier chiffre et des deux premiers
      * chiffres (0,0000 a 9,9999), population minimale d'une
      * tranche, plancher des montants analyses et nombre de
      * prefixes edites par tranche signalee
       FD  FIC-PARAM-BENFORD.
       01  PBENF-REC.
         10 PBENF-SEUIL-MAD1   PIC 9V9(04).
         10 FILLER             PIC X(01).
         10 PBENF-SEUIL-MAD2   PIC 9V9(04).
         10 FILLER             PIC X(01).
         10 PBENF-MIN-MONTANTS PIC 9(05).
         10 FILLER             PIC X(01).
         10 PBENF-PLANCHER     PIC 9(07)V99.
         10 FILLER             PIC X(01).
         10 PBENF-NB-PREFIXES  PIC 9(02).
         10 FILLER             PIC X(50).

           COPY TRX.

       FD  FIC-RAPPORT-BENFORD.
       01  RBENF-REC           PIC X(80).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PMOIS      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PBENF      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TRANS      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TRANS   PIC 9      VALUE ZERO.
               88 WS-FIN-TRANS                 VALUE 1.
           02  WS-STATUS-RBENF      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-SIGNALEE    PIC 9      VALUE ZERO.
               88 WS-TRANCHE-SIGNALEE          VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-LUES           PIC S9(9)  VALUE ZERO.
           02  WS-NB-DU-MOIS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-DATE-INCONNUE  PIC S9(9)  VALUE ZERO.
           02  WS-NB-SOUS-PLANCHER  PIC S9(9)  VALUE ZERO.
           02  WS-NB-ANALYSES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-NOTEES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-SIGNALEES      PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-CPT-EDT           PIC ZZZZZZZZ9.
           02  WS-MAD-EDT1          PIC 9,9999.
           02  WS-MAD-EDT2          PIC 9,9999.
           02  WS-KHI-EDT           PIC ZZZZZZ9,99.
           02  WS-PCT-EDT1          PIC ZZ9,9.
           02  WS-PCT-EDT2          PIC ZZ9,9.
           02  WS-PREFIXE-EDT       PIC 99.
           02  WS-CHIFFRE-EDT       PIC 9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).
           02  WS-POS-LIGNE         PIC S9(4) COMP SYNC.

      *    Parametres de l'analyse
       01  WS-MOIS-DEMANDE          PIC 9(06)  VALUE ZERO.
       01  WS-SEUIL-MAD1            PIC 9V9(04) VALUE 0,0150.
       01  WS-SEUIL-MAD2            PIC 9V9(04) VALUE 0,0022.
       01  WS-MIN-MONTANTS          PIC 9(05)  VALUE 100.
       01  WS-PLANCHER              PIC 9(07)V99 VALUE 10,00.
       01  WS-NB-PREFIXES           PIC 9(02)  VALUE 5.

      *    Proportions attendues de Benford, calculees une fois :
      *    premier chiffre d (1-9) et deux premiers chiffres dd
      *    (10-99, rang dd - 9)
       01  WS-TAB-BENFORD.
           02  WS-BENF-P1           PIC V9(09) COMP-3 OCCURS 9.
           02  WS-BENF-P2           PIC V9(09) COMP-3 OCCURS 90.

      *    Chiffres significatifs du montant courant : le montant
      *    absolu en centimes, ses zeros de tete sautes
       01  WS-MONTANT-ABS           PIC 9(09)V99 VALUE ZERO.
       01  WS-CENTIMES              PIC 9(11)  VALUE ZERO.
       01  WS-CENTIMES-X REDEFINES WS-CENTIMES PIC X(11).
       01  WS-NB-ZEROS-TETE         PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-PREMIER-CHIFFRE       PIC 9(01)  VALUE ZERO.
       01  WS-DEUX-CHIFFRES         PIC 9(02)  VALUE ZERO.
       01  WS-DEUX-CHIFFRES-X REDEFINES WS-DEUX-CHIFFRES
                                    PIC X(02).
       01  WS-RANG-2                PIC S9(4) COMP SYNC VALUE ZERO.

      *    Tranches pays x entite : l'entree 1 porte l'ensemble du
      *    mois (pays '***', entite '**')
       01  WS-NB-TRANCHES           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TRANCHES.
           02  WS-TRA-ENTREE OCCURS 500.
               05 WS-TRA-PAYS       PIC X(03).
               05 WS-TRA-ENTITE     PIC X(02).
               05 WS-TRA-NB         PIC S9(9) COMP.
               05 WS-TRA-NB-D1      PIC S9(9) COMP OCCURS 9.
               05 WS-TRA-NB-D2      PIC S9(9) COMP OCCURS 90.
       01  WS-IDX-TRA               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-PAYS-COURANT          PIC X(03)  VALUE SPACE.
       01  WS-ENTITE-COURANTE       PIC X(02)  VALUE SPACE.

      *    Notation d'une tranche
       01  WS-NOTATION  COMP-3.
           02  WS-PROP-OBS          PIC S9V9(09)  VALUE ZERO.
           02  WS-ECART             PIC S9V9(09)  VALUE ZERO.
           02  WS-SOMME-ECARTS      PIC S9(3)V9(09) VALUE ZERO.
           02  WS-MAD1              PIC S9V9(09)  VALUE ZERO.
           02  WS-MAD2              PIC S9V9(09)  VALUE ZERO.
           02  WS-ATTENDU           PIC S9(9)V9(06) VALUE ZERO.
           02  WS-KHI-DEUX          PIC S9(9)V9(06) VALUE ZERO.
           02  WS-PCT               PIC S9(3)V9(04) VALUE ZERO.
       01  WS-IDX-D                 PIC S9(4) COMP SYNC VALUE ZERO.

      *    Prefixes sur-representes d'une tranche signalee : exces
      *    du compte observe sur le compte attendu, prefixes deja
      *    edites marques
       01  WS-TAB-PREFIXES-PRIS.
           02  WS-PRIS              PIC 9      OCCURS 90.
       01  WS-RANG-PREFIXE          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-MEILLEUR          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-EXCES                 PIC S9(9)V9(06) COMP-3
                                               VALUE ZERO.
       01  WS-EXCES-MEILLEUR        PIC S9(9)V9(06) COMP-3
                                               VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *    Zones du fil des alertes operateur
           COPY ALRTW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init, parametres, loi attendue
           PERFORM TRAITEMENT     *> Transactions EN BOUCLE
             UNTIL WS-FIN-TRANS
           PERFORM EDITE-TRANCHES *> Notation et signalements
           PERFORM FIN            *> Verdict, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX081'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX081'  TO WS-ALRT-PROGRAMME

      *    Le mois a analyser est obligatoire, comme pour FOREX034
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
           MOVE PMOIS-AAAAMM        TO WS-MOIS-DEMANDE
           CLOSE FIC-PARAM-MOIS

      *    Seuils facultatifs : une zone non numerique (ou nulle
      *    pour un seuil) garde sa valeur par defaut
           OPEN INPUT FIC-PARAM-BENFORD
           IF WS-STATUS-PBENF = '00'
              READ FIC-PARAM-BENFORD
               NOT AT END
                 IF PBENF-SEUIL-MAD1 NUMERIC
                    AND PBENF-SEUIL-MAD1 > ZERO
                    MOVE PBENF-SEUIL-MAD1   TO WS-SEUIL-MAD1
                 END-IF
                 IF PBENF-SEUIL-MAD2 NUMERIC
                    AND PBENF-SEUIL-MAD2 > ZERO
                    MOVE PBENF-SEUIL-MAD2   TO WS-SEUIL-MAD2
                 END-IF
                 IF PBENF-MIN-MONTANTS NUMERIC
                    AND PBENF-MIN-MONTANTS > ZERO
                    MOVE PBENF-MIN-MONTANTS TO WS-MIN-MONTANTS
                 END-IF
                 IF PBENF-PLANCHER NUMERIC
                    MOVE PBENF-PLANCHER     TO WS-PLANCHER
                 END-IF
                 IF PBENF-NB-PREFIXES NUMERIC
                    AND PBENF-NB-PREFIXES > ZERO
                    MOVE PBENF-NB-PREFIXES  TO WS-NB-PREFIXES
                 END-IF
              END-READ
              CLOSE FIC-PARAM-BENFORD
           ELSE
              DISPLAY 'FIC-PARAM-BENFORD absent, seuils par defaut'
           END-IF

      *    Loi de Benford : P(d) = LOG10 (1 + 1/d)
           PERFORM VARYING WS-IDX-D FROM 1 BY 1
                   UNTIL   WS-IDX-D > 9
              COMPUTE WS-BENF-P1 (WS-IDX-D) ROUNDED
                    = FUNCTION LOG10 (1 + 1 / WS-IDX-D)
           END-PERFORM
           PERFORM VARYING WS-IDX-D FROM 10 BY 1
                   UNTIL   WS-IDX-D > 99
              COMPUTE WS-RANG-2 = WS-IDX-D - 9
              COMPUTE WS-BENF-P2 (WS-RANG-2) ROUNDED
                    = FUNCTION LOG10 (1 + 1 / WS-IDX-D)
           END-PERFORM

      *    Tranche de l'ensemble du mois, toujours en tete
           MOVE 1                   TO WS-NB-TRANCHES
           INITIALIZE WS-TRA-ENTREE (1)
           MOVE '***'               TO WS-TRA-PAYS (1)
           MOVE '**'                TO WS-TRA-ENTITE (1)

           OPEN INPUT FIC-TRANSACTIONS
           MOVE WS-STATUS-TRANS     TO WS-FSTA-STATUT
           MOVE 'FIC-TRANS'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-BENFORD
           MOVE WS-STATUS-RBENF     TO WS-FSTA-STATUT
           MOVE 'FIC-RBENF'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX081  ANALYSE DE BENFORD DES MONTANTS - MOIS '
                  WS-MOIS-DEMANDE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RBENF-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-SEUIL-MAD1       TO WS-MAD-EDT1
           MOVE WS-SEUIL-MAD2       TO WS-MAD-EDT2
           MOVE WS-MIN-MONTANTS     TO WS-CPT-EDT
           MOVE WS-PLANCHER         TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  SEUILS MAD ' WS-MAD-EDT1 ' / ' WS-MAD-EDT2
                  '  POPULATION MIN ' WS-CPT-EDT
                  '  PLANCHER ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RBENF-REC FROM WS-LIGNE-RAPPORT

           PERFORM LIT-TRANSACTION
           .

       LIT-TRANSACTION.
           READ FIC-TRANSACTIONS
            AT END
              SET WS-FIN-TRANS     TO TRUE
            NOT AT END
              MOVE WS-STATUS-TRANS TO WS-FSTA-STATUT
              MOVE 'FIC-TRANS'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-LUES
           END-READ
           .

      *    Une transaction : retenue si elle est du mois et au-dessus
      *    du plancher, comptee dans sa tranche et dans l'ensemble
       TRAITEMENT.
           IF TRANS-DATE = ZERO
              ADD 1                 TO WS-NB-DATE-INCONNUE
              PERFORM LIT-TRANSACTION
              EXIT PARAGRAPH
           END-IF
           IF TRANS-DATE (1:6) NOT = WS-MOIS-DEMANDE
              PERFORM LIT-TRANSACTION
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-DU-MOIS

           IF TRANS-MONTANT < ZERO
              COMPUTE WS-MONTANT-ABS = ZERO - TRANS-MONTANT
           ELSE
              MOVE TRANS-MONTANT    TO WS-MONTANT-ABS
           END-IF
           IF WS-MONTANT-ABS = ZERO
              OR WS-MONTANT-ABS < WS-PLANCHER
              ADD 1                 TO WS-NB-SOUS-PLANCHER
              PERFORM LIT-TRANSACTION
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-ANALYSES

           PERFORM EXTRAIT-CHIFFRES

           MOVE 1                   TO WS-IDX-TRA
           PERFORM COMPTE-CHIFFRES

           MOVE TRANS-CODE-PAYS     TO WS-PAYS-COURANT
           MOVE TRANS-ENTITE        TO WS-ENTITE-COURANTE
           PERFORM POSITIONNE-TRANCHE
           PERFORM COMPTE-CHIFFRES

           PERFORM LIT-TRANSACTION
           .

      *    Premier chiffre et deux premiers chiffres significatifs :
      *    les centimes comptent comme chiffres, le montant etant au
      *    moins egal au plancher il en reste toujours deux
       EXTRAIT-CHIFFRES.
           COMPUTE WS-CENTIMES = WS-MONTANT-ABS * 100
           MOVE ZERO                TO WS-NB-ZEROS-TETE
           INSPECT WS-CENTIMES-X TALLYING WS-NB-ZEROS-TETE
                   FOR LEADING '0'
           IF WS-NB-ZEROS-TETE > 9
              MOVE 9                TO WS-NB-ZEROS-TETE
           END-IF
           MOVE WS-CENTIMES-X (WS-NB-ZEROS-TETE + 1:2)
                                    TO WS-DEUX-CHIFFRES-X
           MOVE WS-DEUX-CHIFFRES-X (1:1) TO WS-PREMIER-CHIFFRE
           COMPUTE WS-RANG-2 = WS-DEUX-CHIFFRES - 9
           .

      *    Comptes de la tranche WS-IDX-TRA
       COMPTE-CHIFFRES.
           ADD 1 TO WS-TRA-NB (WS-IDX-TRA)
           ADD 1 TO WS-TRA-NB-D1 (WS-IDX-TRA, WS-PREMIER-CHIFFRE)
           IF WS-RANG-2 >= 1 AND WS-RANG-2 <= 90
              ADD 1 TO WS-TRA-NB-D2 (WS-IDX-TRA, WS-RANG-2)
           END-IF
           .

      *    Tranche pays x entite (ajout a la premiere rencontre)
       POSITIONNE-TRANCHE.
           PERFORM VARYING WS-IDX-TRA FROM 2 BY 1
                   UNTIL   WS-IDX-TRA > WS-NB-TRANCHES
                        OR (WS-TRA-PAYS (WS-IDX-TRA) = WS-PAYS-COURANT
                        AND WS-TRA-ENTITE (WS-IDX-TRA)
                            = WS-ENTITE-COURANTE)
              CONTINUE
           END-PERFORM
           IF WS-IDX-TRA > WS-NB-TRANCHES
              IF WS-NB-TRANCHES >= 500
                 DISPLAY 'ABEND - TABLE DES TRANCHES PLEINE (500)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-TRANCHES
              MOVE WS-NB-TRANCHES   TO WS-IDX-TRA
              INITIALIZE WS-TRA-ENTREE (WS-IDX-TRA)
              MOVE WS-PAYS-COURANT  TO WS-TRA-PAYS (WS-IDX-TRA)
              MOVE WS-ENTITE-COURANTE TO WS-TRA-ENTITE (WS-IDX-TRA)
           END-IF
           .

      *    Tableau des tranches : population, MAD des deux tests,
      *    khi-deux du premier chiffre, verdict ; le detail suit
      *    chaque tranche signalee
       EDITE-TRANCHES.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE RBENF-REC FROM WS-LIGNE-RAPPORT
           MOVE 'PAYS ENT MONTANTS    MAD 1ER  MAD 2CH   KHI2 1ER'
             & '  VERDICT'          TO WS-LIGNE-RAPPORT
           WRITE RBENF-REC FROM WS-LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-TRA FROM 1 BY 1
                   UNTIL   WS-IDX-TRA > WS-NB-TRANCHES
              PERFORM EDITE-UNE-TRANCHE
           END-PERFORM
           .

       EDITE-UNE-TRANCHE.
           MOVE ZERO                TO WS-INDIC-SIGNALEE
           MOVE WS-TRA-NB (WS-IDX-TRA) TO WS-CPT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING WS-TRA-PAYS (WS-IDX-TRA) '  '
                  WS-TRA-ENTITE (WS-IDX-TRA) ' ' WS-CPT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           IF WS-TRA-NB (WS-IDX-TRA) < WS-MIN-MONTANTS
              MOVE 'POPULATION INSUFFISANTE'
                                    TO WS-LIGNE-RAPPORT (20:)
              WRITE RBENF-REC FROM WS-LIGNE-RAPPORT
              EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-NB-NOTEES
           PERFORM NOTE-TRANCHE
           MOVE WS-MAD1             TO WS-MAD-EDT1
           MOVE WS-MAD2             TO WS-MAD-EDT2
           MOVE WS-KHI-DEUX         TO WS-KHI-EDT
           IF WS-MAD1 > WS-SEUIL-MAD1
              OR WS-MAD2 > WS-SEUIL-MAD2
              SET WS-TRANCHE-SIGNALEE TO TRUE
           END-IF
           IF WS-TRANCHE-SIGNALEE
              STRING '   ' WS-MAD-EDT1 '   ' WS-MAD-EDT2 ' '
                     WS-KHI-EDT '  NON CONFORME'
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT (20:)
           ELSE
              STRING '   ' WS-MAD-EDT1 '   ' WS-MAD-EDT2 ' '
                     WS-KHI-EDT '  CONFORME'
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT (20:)
           END-IF
           WRITE RBENF-REC FROM WS-LIGNE-RAPPORT

           IF WS-TRANCHE-SIGNALEE
              ADD 1                 TO WS-NB-SIGNALEES
              PERFORM EDITE-PREMIER-CHIFFRE
              PERFORM EDITE-PREFIXES
           END-IF
           .

      *    MAD = moyenne des ecarts absolus entre proportion observee
      *    et proportion de Benford ; khi-deux sur les comptes du
      *    premier chiffre (8 degres de liberte, 15,51 au seuil de
      *    5 %)
       NOTE-TRANCHE.
           MOVE ZERO                TO WS-SOMME-ECARTS
           MOVE ZERO                TO WS-KHI-DEUX
           PERFORM VARYING WS-IDX-D FROM 1 BY 1
                   UNTIL   WS-IDX-D > 9
              COMPUTE WS-PROP-OBS ROUNDED
                    = WS-TRA-NB-D1 (WS-IDX-TRA, WS-IDX-D)
                    / WS-TRA-NB (WS-IDX-TRA)
              COMPUTE WS-ECART = WS-PROP-OBS - WS-BENF-P1 (WS-IDX-D)
              IF WS-ECART < ZERO
                 COMPUTE WS-ECART = ZERO - WS-ECART
              END-IF
              ADD WS-ECART          TO WS-SOMME-ECARTS
              COMPUTE WS-ATTENDU ROUNDED
                    = WS-TRA-NB (WS-IDX-TRA) * WS-BENF-P1 (WS-IDX-D)
              COMPUTE WS-KHI-DEUX ROUNDED
                    = WS-KHI-DEUX
                    + (WS-TRA-NB-D1 (WS-IDX-TRA, WS-IDX-D)
                       - WS-ATTENDU) ** 2 / WS-ATTENDU
           END-PERFORM
           COMPUTE WS-MAD1 ROUNDED = WS-SOMME-ECARTS / 9

           MOVE ZERO                TO WS-SOMME-ECARTS
           PERFORM VARYING WS-IDX-D FROM 1 BY 1
                   UNTIL   WS-IDX-D > 90
              COMPUTE WS-PROP-OBS ROUNDED
                    = WS-TRA-NB-D2 (WS-IDX-TRA, WS-IDX-D)
                    / WS-TRA-NB (WS-IDX-TRA)
              COMPUTE WS-ECART = WS-PROP-OBS - WS-BENF-P2 (WS-IDX-D)
              IF WS-ECART < ZERO
                 COMPUTE WS-ECART = ZERO - WS-ECART
              END-IF
              ADD WS-ECART          TO WS-SOMME-ECARTS
           END-PERFORM
           COMPUTE WS-MAD2 ROUNDED = WS-SOMME-ECARTS / 90
           .

      *    Repartition observee du premier chiffre d'une tranche
      *    signalee, en % (attendu : 30,1 17,6 12,5 9,7 7,9 6,7 5,8
      *    5,1 4,6)
       EDITE-PREMIER-CHIFFRE.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           MOVE '     1ER CHIFFRE %' TO WS-LIGNE-RAPPORT
           MOVE 19                  TO WS-POS-LIGNE
           PERFORM VARYING WS-IDX-D FROM 1 BY 1
                   UNTIL   WS-IDX-D > 9
              COMPUTE WS-PCT ROUNDED
                    = WS-TRA-NB-D1 (WS-IDX-TRA, WS-IDX-D) * 100
                    / WS-TRA-NB (WS-IDX-TRA)
              MOVE WS-PCT           TO WS-PCT-EDT1
              MOVE WS-IDX-D         TO WS-CHIFFRE-EDT
              STRING ' ' WS-CHIFFRE-EDT ':' WS-PCT-EDT1
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT
                WITH POINTER WS-POS-LIGNE
           END-PERFORM
           WRITE RBENF-REC FROM WS-LIGNE-RAPPORT
           .

      *    Les N prefixes a deux chiffres dont le compte observe
      *    depasse le plus le compte attendu, par exces decroissant
       EDITE-PREFIXES.
           MOVE ZEROS               TO WS-TAB-PREFIXES-PRIS
           PERFORM VARYING WS-RANG-PREFIXE FROM 1 BY 1
                   UNTIL   WS-RANG-PREFIXE > WS-NB-PREFIXES
              PERFORM CHERCHE-PREFIXE-MAX
              IF WS-IDX-MEILLEUR = ZERO
                 EXIT PERFORM
              END-IF
              MOVE 1                TO WS-PRIS (WS-IDX-MEILLEUR)
              COMPUTE WS-PREFIXE-EDT = WS-IDX-MEILLEUR + 9
              COMPUTE WS-PCT ROUNDED
                    = WS-TRA-NB-D2 (WS-IDX-TRA, WS-IDX-MEILLEUR)
                    * 100 / WS-TRA-NB (WS-IDX-TRA)
              MOVE WS-PCT           TO WS-PCT-EDT1
              COMPUTE WS-PCT ROUNDED
                    = WS-BENF-P2 (WS-IDX-MEILLEUR) * 100
              MOVE WS-PCT           TO WS-PCT-EDT2
              MOVE WS-TRA-NB-D2 (WS-IDX-TRA, WS-IDX-MEILLEUR)
                                    TO WS-CPT-EDT
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '     PREFIXE ' WS-PREFIXE-EDT
                     '  MONTANTS ' WS-CPT-EDT
                     '  OBSERVE ' WS-PCT-EDT1 ' %'
                     '  ATTENDU ' WS-PCT-EDT2 ' %'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RBENF-REC FROM WS-LIGNE-RAPPORT
           END-PERFORM
           .

      *    Prefixe non encore edite au plus fort exces positif
      *    (zero s'il n'en reste aucun)
       CHERCHE-PREFIXE-MAX.
           MOVE ZERO                TO WS-IDX-MEILLEUR
           MOVE ZERO                TO WS-EXCES-MEILLEUR
           PERFORM VARYING WS-IDX-D FROM 1 BY 1
                   UNTIL   WS-IDX-D > 90
              IF WS-PRIS (WS-IDX-D) = ZERO
                 COMPUTE WS-EXCES
                       = WS-TRA-NB-D2 (WS-IDX-TRA, WS-IDX-D)
                       - WS-TRA-NB (WS-IDX-TRA) * WS-BENF-P2 (WS-IDX-D)
                 IF WS-EXCES > WS-EXCES-MEILLEUR
                    MOVE WS-EXCES   TO WS-EXCES-MEILLEUR
                    MOVE WS-IDX-D   TO WS-IDX-MEILLEUR
                 END-IF
              END-IF
           END-PERFORM
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Ecriture d'une alerte dans le fil consolide
           COPY ALRTP.

      * Fin du pgm
       FIN.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE RBENF-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-SIGNALEES     TO WS-NB-EDT
           STRING 'TRANCHES NON CONFORMES A BENFORD = ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RBENF-REC FROM WS-LIGNE-RAPPORT
           IF WS-NB-SIGNALEES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'BENFORD '       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'BENFORD ' WS-MOIS-DEMANDE ' TRANCHES KO '
                     WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FIC-TRANSACTIONS
                 FIC-RAPPORT-BENFORD

           DISPLAY 'Analyse de Benford du mois ' WS-MOIS-DEMANDE
                   ' terminee'
           MOVE WS-NB-LUES          TO WS-NB-EDT
           DISPLAY 'TRANSACTIONS LUES   = ' WS-NB-EDT
           MOVE WS-NB-DU-MOIS       TO WS-NB-EDT
           DISPLAY 'DU MOIS             = ' WS-NB-EDT
           MOVE WS-NB-DATE-INCONNUE TO WS-NB-EDT
           DISPLAY 'DATE INCONNUE       = ' WS-NB-EDT
           MOVE WS-NB-SOUS-PLANCHER TO WS-NB-EDT
           DISPLAY 'SOUS LE PLANCHER    = ' WS-NB-EDT
           MOVE WS-NB-ANALYSES      TO WS-NB-EDT
           DISPLAY 'MONTANTS ANALYSES   = ' WS-NB-EDT
           MOVE WS-NB-NOTEES        TO WS-NB-EDT
           DISPLAY 'TRANCHES NOTEES     = ' WS-NB-EDT
           MOVE WS-NB-SIGNALEES     TO WS-NB-EDT
           DISPLAY 'TRANCHES SIGNALEES  = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-TRANS'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TRANS     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LUES          TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
